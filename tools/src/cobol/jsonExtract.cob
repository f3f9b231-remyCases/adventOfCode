       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSONEXTRACT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN TO WSMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT RunLogFile ASSIGN TO WSRunLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRunLogStatus.
           SELECT AcceptFile ASSIGN TO "tools/data/acceptance"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAcceptStatus.
           SELECT NoteFile ASSIGN TO "tools/data/annotations"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSNoteStatus.
           SELECT MarkFile ASSIGN TO WSMarkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMarkStatus.
           SELECT ExtractFile ASSIGN TO WSExtractName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSExtractStatus.
           SELECT ControlFile ASSIGN TO WSControlName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSControlStatus.

       DATA DIVISION.
       FILE SECTION.
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
       FD RunLogFile.
       01 RunLogRecord PIC X(256).
       FD AcceptFile.
       01 AcceptRecord PIC X(100).
       FD NoteFile.
       01 NoteRecord PIC X(160).
       FD MarkFile.
       01 MarkRecord PIC X(80).
       FD ExtractFile.
       01 ExtractRecord PIC X(400).
       FD ControlFile.
       01 ControlRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> JSON interchange extract of the certified results for the
      *> downstream systems that cannot read the run-history master:
      *>   JSONEXTRACT [--year YYYY] [--full] [--master PATH]
      *> One document per year, results/extract_<YYYY>.json, holding
      *> one object per year/day/part with the latest answer on the
      *> master and where it came from - run id, run date, config
      *> version and input fingerprint off that run's RUN START header
      *> in results/run_<DATE>.log, the program version - plus the
      *> acceptance status from tools/data/acceptance and every note
      *> from tools/data/annotations. A "control" object closes the
      *> document and the same counts go to results/extract_<YYYY>.ctl
      *>     YEAR|STAMP|FROMRUN|TORUN|OBJECTS|ACCEPTED|NOTES|FILE
      *> so the receiving side can check the load before applying it.
      *> The extract is incremental: results/json_extract.hwm keeps a
      *> "YEAR|RUNID|STAMP" high-water mark per year and only answers
      *> from a later run travel. --full sends everything again (the
      *> recovery load); answers from logs older than run ids, or
      *> whose log has since been archived, only travel in a full
      *> extract or the first one for the year.
       01 WSMasterFileName PIC X(80) VALUE "results/run_history.idx".
       01 WSMasterStatus PIC 99.
       01 WSRunLogName PIC X(80).
       01 WSRunLogStatus PIC 99.
       01 WSAcceptStatus PIC 99.
       01 WSNoteStatus PIC 99.
       01 WSMarkFileName PIC X(80) VALUE "results/json_extract.hwm".
       01 WSMarkStatus PIC 99.
       01 WSExtractName PIC X(80).
       01 WSExtractStatus PIC 99.
       01 WSControlName PIC X(80).
       01 WSControlStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSYearFilter PIC X(4) VALUE SPACES.
       01 WSFullFlag PIC A VALUE 'N'.
           88 FullExtract VALUE 'Y'.
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSStamp PIC X(14).
       01 WSLine PIC X(256).

      *> Latest answer per year/day/part: the master is in key order,
      *> so a later run date for the same key replaces the entry.
       01 WSEntryTable.
           05 WSEntryCount PIC 9(3) VALUE 0.
           05 WSEntry OCCURS 300 TIMES.
               10 EnYear PIC 9(4).
               10 EnDay PIC 99.
               10 EnPart PIC X.
               10 EnRunDate PIC X(8).
               10 EnResult PIC X(80).
               10 EnVersion PIC X(18).
               10 EnRunId PIC X(6).
               10 EnCfg PIC X(12).
               10 EnFp PIC X(8).
               10 EnScanned PIC A.
               10 EnSelected PIC A.
       01 WSEntryIdx PIC 9(3).
       01 WSMatchIdx PIC 9(3).

       01 WSYearTable.
           05 WSYearCount PIC 99 VALUE 0.
           05 WSYearEntry OCCURS 20 TIMES PIC 9(4).
       01 WSYearIdx PIC 99.
       01 WSCurYear PIC 9(4).

      *> Run log scan: the RUN START header in force when a result line
      *> was written is the run that produced it.
       01 WSScanDate PIC X(8).
       01 WSScanIdx PIC 9(3).
       01 WSHdrRunId PIC X(6).
       01 WSHdrCfg PIC X(12).
       01 WSHdrFp PIC X(8).
       01 WSKey PIC X(80).
       01 WSTok1 PIC X(10).
       01 WSTok2 PIC X(10).
       01 WSTok3 PIC X(10).
       01 WSTok4 PIC X(10).
       01 WSTok5 PIC X(10).
       01 WSTok6 PIC X(10).
       01 WSLogYear PIC 9(4).
       01 WSLogDay PIC 99.
       01 WSLogPart PIC X.

       01 WSAcceptTable.
           05 WSAcceptCount PIC 9(3) VALUE 0.
           05 WSAcceptEntry OCCURS 100 TIMES.
               10 AcYear PIC X(4).
               10 AcDay PIC X(2).
               10 AcPart PIC X.
               10 AcStatus PIC X(8).
       01 WSAcceptIdx PIC 9(3).
       01 WSRecYear PIC X(4).
       01 WSRecDay PIC X(2).
       01 WSRecPart PIC X.
       01 WSRecValue PIC X(40).
       01 WSRecDate PIC X(8).
       01 WSRecStatus PIC X(8).
       01 WSAcceptance PIC X(8).

       01 WSNoteTable.
           05 WSNoteCount PIC 9(3) VALUE 0.
           05 WSNoteEntry OCCURS 300 TIMES.
               10 NtYear PIC X(4).
               10 NtDay PIC X(2).
               10 NtPart PIC X.
               10 NtDate PIC X(8).
               10 NtStamp PIC X(14).
               10 NtWho PIC X(20).
               10 NtText PIC X(80).
       01 WSNoteIdx PIC 9(3).
       01 WSEntryNotes PIC 9(3).
       01 WSNoteSeq PIC 9(3).
       01 WSKeyYear PIC X(4).
       01 WSKeyDay PIC X(2).

       01 WSMarkTable.
           05 WSMarkCount PIC 99 VALUE 0.
           05 WSMarkEntry OCCURS 20 TIMES.
               10 MkYear PIC X(4).
               10 MkRunId PIC X(6).
               10 MkStamp PIC X(14).
       01 WSMarkIdx PIC 99.
       01 WSMarkScan PIC 99.
       01 WSFromRun PIC X(6).
       01 WSToRun PIC X(6).

      *> Per-document counts, written to the control object and record.
       01 WSObjCount PIC 9(4).
       01 WSObjSeq PIC 9(4).
       01 WSAcceptedCount PIC 9(4).
       01 WSNotesCount PIC 9(4).
       01 WSDocCount PIC 99 VALUE 0.
       01 WSObjDisplay PIC Z(3)9.
       01 WSAccDisplay PIC Z(3)9.
       01 WSNoteDisplay PIC Z(3)9.
       01 WSModeText PIC X(11).
       01 WSDayDisplay PIC Z9.
       01 WSComma PIC X.

       01 WSJsonIn PIC X(80).
       01 WSJsonOut PIC X(170).
       01 WSJsonLen PIC 9(3).
       01 WSJsonPos PIC 9(3).
       01 WSJsonPtr PIC 9(3).
       01 WSJsonAnswer PIC X(170).
       01 WSJsonProgram PIC X(170).
       01 WSJsonWho PIC X(170).
       01 WSJsonText PIC X(170).

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           STRING WSToday WSNowTime(1:6) DELIMITED BY SIZE INTO WSStamp
           PERFORM LoadMaster
           IF WSEntryCount EQUAL TO 0
               DISPLAY "JSONEXTRACT: NO RESULTS ON THE MASTER"
               IF WSYearFilter NOT EQUAL TO SPACES
                   DISPLAY "  (FOR YEAR " WSYearFilter ")"
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ResolveRunHeaders
           PERFORM LoadAcceptance
           PERFORM LoadAnnotations
           PERFORM LoadHighWaterMarks
           PERFORM VARYING WSYearIdx FROM 1 BY 1
               UNTIL WSYearIdx > WSYearCount
               MOVE WSYearEntry(WSYearIdx) TO WSCurYear
               PERFORM ExtractOneYear
           END-PERFORM
           PERFORM SaveHighWaterMarks
           DISPLAY "JSONEXTRACT: " WSDocCount " DOCUMENT(S) WRITTEN"
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
                       MOVE WSArgValue(1:4) TO WSYearFilter
                   WHEN "--full"
                       SET FullExtract TO TRUE
                   WHEN "--master"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSMasterFileName
                   WHEN OTHER
                       DISPLAY "USAGE: JSONEXTRACT [--year YYYY] "
                           "[--full] [--master PATH]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadMaster.
           MOVE 'N' TO WSEOF
           OPEN INPUT MasterFile
           IF WSMasterStatus NOT EQUAL TO 0
               DISPLAY "UNABLE TO OPEN " FUNCTION TRIM(WSMasterFileName)
                   " (STATUS " WSMasterStatus ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ MasterFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM KeepLatestAnswer
               END-READ
           END-PERFORM
           CLOSE MasterFile
           MOVE 'N' TO WSEOF.

      *> Day 00 is a year's section header (YEAROPEN), not an answer.
       KeepLatestAnswer.
           IF RH-Day EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF WSYearFilter NOT EQUAL TO SPACES
           AND RH-Year NOT EQUAL TO WSYearFilter
               NEXT SENTENCE
           END-IF
           IF WSEntryCount > 0
               IF EnYear(WSEntryCount) EQUAL TO RH-Year
               AND EnDay(WSEntryCount) EQUAL TO RH-Day
               AND EnPart(WSEntryCount) EQUAL TO RH-Part
                   MOVE WSEntryCount TO WSEntryIdx
                   PERFORM StoreMasterEntry
                   NEXT SENTENCE
               END-IF
           END-IF
           IF WSEntryCount >= 300
               DISPLAY "JSONEXTRACT: MORE THAN 300 RESULTS, "
                   "EXTRACT BY --year"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WSEntryCount
           MOVE WSEntryCount TO WSEntryIdx
           PERFORM StoreMasterEntry
           IF WSYearCount EQUAL TO 0
           OR WSYearEntry(WSYearCount) NOT EQUAL TO RH-Year
               IF WSYearCount < 20
                   ADD 1 TO WSYearCount
                   MOVE RH-Year TO WSYearEntry(WSYearCount)
               END-IF
           END-IF.

       StoreMasterEntry.
           MOVE RH-Year TO EnYear(WSEntryIdx)
           MOVE RH-Day TO EnDay(WSEntryIdx)
           MOVE RH-Part TO EnPart(WSEntryIdx)
           MOVE RH-RunDate TO EnRunDate(WSEntryIdx)
           MOVE RH-Result TO EnResult(WSEntryIdx)
           MOVE RH-Version TO EnVersion(WSEntryIdx)
           MOVE SPACES TO EnRunId(WSEntryIdx)
           MOVE SPACES TO EnCfg(WSEntryIdx)
           MOVE SPACES TO EnFp(WSEntryIdx)
           MOVE 'N' TO EnScanned(WSEntryIdx)
           MOVE 'N' TO EnSelected(WSEntryIdx).

      *> Each run date's log is read once, for every answer that came
      *> from it; the last matching result line wins, as it does on
      *> the master.
       ResolveRunHeaders.
           PERFORM VARYING WSEntryIdx FROM 1 BY 1
               UNTIL WSEntryIdx > WSEntryCount
               IF EnScanned(WSEntryIdx) EQUAL TO 'N'
                   MOVE EnRunDate(WSEntryIdx) TO WSScanDate
                   PERFORM ScanRunLog
               END-IF
           END-PERFORM.

       ScanRunLog.
           PERFORM VARYING WSMatchIdx FROM 1 BY 1
               UNTIL WSMatchIdx > WSEntryCount
               IF EnRunDate(WSMatchIdx) EQUAL TO WSScanDate
                   MOVE 'Y' TO EnScanned(WSMatchIdx)
               END-IF
           END-PERFORM
           MOVE SPACES TO WSRunLogName
           STRING "results/run_" WSScanDate ".log"
               DELIMITED BY SIZE INTO WSRunLogName
           MOVE SPACES TO WSHdrRunId
           MOVE SPACES TO WSHdrCfg
           MOVE SPACES TO WSHdrFp
           MOVE 'N' TO WSEOF
           OPEN INPUT RunLogFile
           IF WSRunLogStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RunLogFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ScanRunLogLine
               END-READ
           END-PERFORM
           CLOSE RunLogFile
           MOVE 'N' TO WSEOF.

       ScanRunLogLine.
           IF WSLine(1:10) EQUAL TO "RUN START "
               PERFORM ExtractHeaderStamps
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSKey
           UNSTRING WSLine DELIMITED BY ":" INTO WSKey
           MOVE SPACES TO WSTok1
           MOVE SPACES TO WSTok2
           MOVE SPACES TO WSTok3
           MOVE SPACES TO WSTok4
           MOVE SPACES TO WSTok5
           MOVE SPACES TO WSTok6
           UNSTRING WSKey DELIMITED BY ALL ' '
               INTO WSTok1 WSTok2 WSTok3 WSTok4 WSTok5 WSTok6
           EVALUATE TRUE
               WHEN WSTok1 EQUAL TO "YEAR" AND WSTok3 EQUAL TO "DAY"
               AND WSTok5 EQUAL TO "PART"
                   COMPUTE WSLogYear = FUNCTION NUMVAL(WSTok2)
                   COMPUTE WSLogDay = FUNCTION NUMVAL(WSTok4)
                   MOVE WSTok6(1:1) TO WSLogPart
               WHEN WSTok1 EQUAL TO "DAY" AND WSTok3 EQUAL TO "PART"
                   MOVE 2022 TO WSLogYear
                   COMPUTE WSLogDay = FUNCTION NUMVAL(WSTok2)
                   MOVE WSTok4(1:1) TO WSLogPart
               WHEN OTHER
                   NEXT SENTENCE
           END-EVALUATE
           PERFORM VARYING WSMatchIdx FROM 1 BY 1
               UNTIL WSMatchIdx > WSEntryCount
               IF EnRunDate(WSMatchIdx) EQUAL TO WSScanDate
               AND EnYear(WSMatchIdx) EQUAL TO WSLogYear
               AND EnDay(WSMatchIdx) EQUAL TO WSLogDay
               AND EnPart(WSMatchIdx) EQUAL TO WSLogPart
                   MOVE WSHdrRunId TO EnRunId(WSMatchIdx)
                   MOVE WSHdrCfg TO EnCfg(WSMatchIdx)
                   MOVE WSHdrFp TO EnFp(WSMatchIdx)
               END-IF
           END-PERFORM.

      *> RUN START <date> <time> RUN <id> ARGS ... CFG <ver> <sum>
      *> FP <sum> ...: older headers simply lack the later stamps.
       ExtractHeaderStamps.
           MOVE SPACES TO WSHdrRunId
           MOVE SPACES TO WSHdrCfg
           MOVE SPACES TO WSHdrFp
           PERFORM VARYING WSScanIdx FROM 1 BY 1 UNTIL WSScanIdx > 245
               IF WSLine(WSScanIdx:5) EQUAL TO " RUN "
               AND WSHdrRunId EQUAL TO SPACES
                   MOVE WSLine(WSScanIdx + 5:6) TO WSHdrRunId
               END-IF
               IF WSLine(WSScanIdx:5) EQUAL TO " CFG "
               AND WSHdrCfg EQUAL TO SPACES
                   UNSTRING WSLine(WSScanIdx + 5:) DELIMITED BY " "
                       INTO WSHdrCfg
               END-IF
               IF WSLine(WSScanIdx:4) EQUAL TO " FP "
               AND WSHdrFp EQUAL TO SPACES
                   MOVE WSLine(WSScanIdx + 4:8) TO WSHdrFp
               END-IF
           END-PERFORM.

       LoadAcceptance.
           MOVE 'N' TO WSEOF
           OPEN INPUT AcceptFile
           IF WSAcceptStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ AcceptFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSAcceptCount < 100
                           MOVE SPACES TO WSRecYear WSRecDay WSRecPart
                               WSRecValue WSRecDate WSRecStatus
                           UNSTRING WSLine DELIMITED BY "|"
                               INTO WSRecYear WSRecDay WSRecPart
                                    WSRecValue WSRecDate WSRecStatus
                           ADD 1 TO WSAcceptCount
                           MOVE WSRecYear TO AcYear(WSAcceptCount)
                           MOVE WSRecDay TO AcDay(WSAcceptCount)
                           MOVE WSRecPart TO AcPart(WSAcceptCount)
                           MOVE WSRecStatus TO AcStatus(WSAcceptCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AcceptFile
           MOVE 'N' TO WSEOF.

       LoadAnnotations.
           MOVE 'N' TO WSEOF
           OPEN INPUT NoteFile
           IF WSNoteStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ NoteFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSNoteCount < 300
                           ADD 1 TO WSNoteCount
                           MOVE SPACES TO WSNoteEntry(WSNoteCount)
                           UNSTRING WSLine DELIMITED BY "|"
                               INTO NtYear(WSNoteCount)
                                    NtDay(WSNoteCount)
                                    NtPart(WSNoteCount)
                                    NtDate(WSNoteCount)
                                    NtStamp(WSNoteCount)
                                    NtWho(WSNoteCount)
                                    NtText(WSNoteCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NoteFile
           MOVE 'N' TO WSEOF.

       LoadHighWaterMarks.
           MOVE 'N' TO WSEOF
           OPEN INPUT MarkFile
           IF WSMarkStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ MarkFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSMarkCount < 20
                           ADD 1 TO WSMarkCount
                           MOVE SPACES TO WSMarkEntry(WSMarkCount)
                           UNSTRING WSLine DELIMITED BY "|"
                               INTO MkYear(WSMarkCount)
                                    MkRunId(WSMarkCount)
                                    MkStamp(WSMarkCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MarkFile
           MOVE 'N' TO WSEOF.

       SaveHighWaterMarks.
           IF WSDocCount EQUAL TO 0
               NEXT SENTENCE
           END-IF
           OPEN OUTPUT MarkFile
           IF WSMarkStatus NOT EQUAL TO 0
               DISPLAY "UNABLE TO WRITE " FUNCTION TRIM(WSMarkFileName)
                   " (STATUS " WSMarkStatus "): NEXT EXTRACT REPEATS "
                   "THIS ONE"
               MOVE 4 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSMarkIdx FROM 1 BY 1
               UNTIL WSMarkIdx > WSMarkCount
               MOVE SPACES TO MarkRecord
               STRING MkYear(WSMarkIdx) "|" MkRunId(WSMarkIdx) "|"
                   MkStamp(WSMarkIdx)
                   DELIMITED BY SIZE INTO MarkRecord
               WRITE MarkRecord
           END-PERFORM
           CLOSE MarkFile.

      *> Selects the answers past the year's high-water mark, writes
      *> the document and its control record, and moves the mark up
      *> to the latest run sent.
       ExtractOneYear.
           MOVE 0 TO WSMarkIdx
           PERFORM VARYING WSMarkScan FROM 1 BY 1
               UNTIL WSMarkScan > WSMarkCount
               IF MkYear(WSMarkScan) EQUAL TO WSCurYear
                   MOVE WSMarkScan TO WSMarkIdx
               END-IF
           END-PERFORM
           MOVE "000000" TO WSFromRun
           IF WSMarkIdx > 0 AND NOT FullExtract
               MOVE MkRunId(WSMarkIdx) TO WSFromRun
           END-IF
           MOVE WSFromRun TO WSToRun
           MOVE 0 TO WSObjCount
           PERFORM VARYING WSEntryIdx FROM 1 BY 1
               UNTIL WSEntryIdx > WSEntryCount
               MOVE 'N' TO EnSelected(WSEntryIdx)
               IF EnYear(WSEntryIdx) EQUAL TO WSCurYear
                   IF WSFromRun EQUAL TO "000000"
                   OR (EnRunId(WSEntryIdx) NOT EQUAL TO SPACES
                       AND EnRunId(WSEntryIdx) > WSFromRun)
                       MOVE 'Y' TO EnSelected(WSEntryIdx)
                       ADD 1 TO WSObjCount
                       IF EnRunId(WSEntryIdx) NOT EQUAL TO SPACES
                       AND EnRunId(WSEntryIdx) > WSToRun
                           MOVE EnRunId(WSEntryIdx) TO WSToRun
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WriteYearDocument
           IF WSExtractStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM WriteControlRecord
           IF WSMarkIdx EQUAL TO 0
               IF WSMarkCount >= 20
                   NEXT SENTENCE
               END-IF
               ADD 1 TO WSMarkCount
               MOVE WSMarkCount TO WSMarkIdx
               MOVE WSCurYear TO MkYear(WSMarkIdx)
               MOVE "000000" TO MkRunId(WSMarkIdx)
           END-IF
           IF WSToRun > MkRunId(WSMarkIdx) OR FullExtract
               MOVE WSToRun TO MkRunId(WSMarkIdx)
           END-IF
           MOVE WSStamp TO MkStamp(WSMarkIdx).

       WriteYearDocument.
           MOVE SPACES TO WSExtractName
           STRING "results/extract_" WSCurYear ".json"
               DELIMITED BY SIZE INTO WSExtractName
           OPEN OUTPUT ExtractFile
           IF WSExtractStatus NOT EQUAL TO 0
               DISPLAY "UNABLE TO WRITE " FUNCTION TRIM(WSExtractName)
                   " (STATUS " WSExtractStatus ")"
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSObjSeq
           MOVE 0 TO WSAcceptedCount
           MOVE 0 TO WSNotesCount
           MOVE "{" TO ExtractRecord
           WRITE ExtractRecord
           MOVE "INCREMENTAL" TO WSModeText
           IF FullExtract OR WSFromRun EQUAL TO "000000"
               MOVE "FULL" TO WSModeText
           END-IF
           MOVE SPACES TO ExtractRecord
           STRING '  "extract": {"year": ' WSCurYear
               ', "created": "' WSStamp
               '", "mode": "' FUNCTION TRIM(WSModeText) '"},'
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord
           MOVE '  "results": [' TO ExtractRecord
           WRITE ExtractRecord
           PERFORM VARYING WSEntryIdx FROM 1 BY 1
               UNTIL WSEntryIdx > WSEntryCount
               IF EnSelected(WSEntryIdx) EQUAL TO 'Y'
                   PERFORM WriteResultObject
               END-IF
           END-PERFORM
           MOVE '  ],' TO ExtractRecord
           WRITE ExtractRecord
           MOVE WSObjCount TO WSObjDisplay
           MOVE WSAcceptedCount TO WSAccDisplay
           MOVE WSNotesCount TO WSNoteDisplay
           MOVE SPACES TO ExtractRecord
           STRING '  "control": {"year": ' WSCurYear
               ', "fromRunId": "' WSFromRun
               '", "toRunId": "' WSToRun
               '", "objects": ' FUNCTION TRIM(WSObjDisplay)
               ', "accepted": ' FUNCTION TRIM(WSAccDisplay)
               ', "notes": ' FUNCTION TRIM(WSNoteDisplay) '}'
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord
           MOVE "}" TO ExtractRecord
           WRITE ExtractRecord
           CLOSE ExtractFile
           ADD 1 TO WSDocCount
           MOVE WSObjCount TO WSObjDisplay
           DISPLAY "EXTRACT " WSCurYear ": " FUNCTION TRIM(WSObjDisplay)
               " OBJECT(S), RUNS AFTER " WSFromRun " THROUGH " WSToRun
               " -> " FUNCTION TRIM(WSExtractName).

       WriteResultObject.
           ADD 1 TO WSObjSeq
           MOVE EnYear(WSEntryIdx) TO WSKeyYear
           MOVE EnDay(WSEntryIdx) TO WSKeyDay
           MOVE "NONE" TO WSAcceptance
           PERFORM VARYING WSAcceptIdx FROM 1 BY 1
               UNTIL WSAcceptIdx > WSAcceptCount
               IF AcYear(WSAcceptIdx) EQUAL TO WSKeyYear
               AND AcDay(WSAcceptIdx) EQUAL TO WSKeyDay
               AND AcPart(WSAcceptIdx) EQUAL TO EnPart(WSEntryIdx)
                   MOVE AcStatus(WSAcceptIdx) TO WSAcceptance
               END-IF
           END-PERFORM
           IF WSAcceptance EQUAL TO "ACCEPTED"
               ADD 1 TO WSAcceptedCount
           END-IF
           MOVE 0 TO WSEntryNotes
           PERFORM VARYING WSNoteIdx FROM 1 BY 1
               UNTIL WSNoteIdx > WSNoteCount
               IF NtYear(WSNoteIdx) EQUAL TO WSKeyYear
               AND NtDay(WSNoteIdx) EQUAL TO WSKeyDay
               AND NtPart(WSNoteIdx) EQUAL TO EnPart(WSEntryIdx)
                   ADD 1 TO WSEntryNotes
               END-IF
           END-PERFORM
           ADD WSEntryNotes TO WSNotesCount
           MOVE FUNCTION TRIM(EnResult(WSEntryIdx)) TO WSJsonIn
           PERFORM EscapeJsonText
           MOVE WSJsonOut TO WSJsonAnswer
           MOVE EnVersion(WSEntryIdx) TO WSJsonIn
           PERFORM EscapeJsonText
           MOVE WSJsonOut TO WSJsonProgram
           MOVE EnDay(WSEntryIdx) TO WSDayDisplay
           MOVE "    {" TO ExtractRecord
           WRITE ExtractRecord
           MOVE SPACES TO ExtractRecord
           STRING '      "year": ' EnYear(WSEntryIdx)
               ', "day": ' FUNCTION TRIM(WSDayDisplay)
               ', "part": "' EnPart(WSEntryIdx) '",'
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord
           MOVE SPACES TO ExtractRecord
           STRING '      "answer": "'
               WSJsonAnswer(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WSJsonAnswer TRAILING)))
               '",'
               DELIMITED BY SIZE INTO ExtractRecord
           IF WSJsonAnswer EQUAL TO SPACES
               MOVE '      "answer": "",' TO ExtractRecord
           END-IF
           WRITE ExtractRecord
           MOVE SPACES TO ExtractRecord
           STRING '      "runId": "' FUNCTION TRIM(EnRunId(WSEntryIdx))
               '", "runDate": "' EnRunDate(WSEntryIdx)
               '", "configVersion": "' FUNCTION TRIM(EnCfg(WSEntryIdx))
               '", "inputFingerprint": "' FUNCTION TRIM(EnFp(WSEntryIdx))
               '",'
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord
           MOVE SPACES TO ExtractRecord
           STRING '      "programVersion": "'
               FUNCTION TRIM(WSJsonProgram)
               '", "acceptance": "' FUNCTION TRIM(WSAcceptance) '",'
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord
           IF WSEntryNotes EQUAL TO 0
               MOVE '      "notes": []' TO ExtractRecord
               WRITE ExtractRecord
           ELSE
               MOVE '      "notes": [' TO ExtractRecord
               WRITE ExtractRecord
               MOVE 0 TO WSNoteSeq
               PERFORM VARYING WSNoteIdx FROM 1 BY 1
                   UNTIL WSNoteIdx > WSNoteCount
                   IF NtYear(WSNoteIdx) EQUAL TO WSKeyYear
                   AND NtDay(WSNoteIdx) EQUAL TO WSKeyDay
                   AND NtPart(WSNoteIdx) EQUAL TO EnPart(WSEntryIdx)
                       PERFORM WriteNoteObject
                   END-IF
               END-PERFORM
               MOVE '      ]' TO ExtractRecord
               WRITE ExtractRecord
           END-IF
           IF WSObjSeq < WSObjCount
               MOVE "    }," TO ExtractRecord
           ELSE
               MOVE "    }" TO ExtractRecord
           END-IF
           WRITE ExtractRecord.

       WriteNoteObject.
           ADD 1 TO WSNoteSeq
           MOVE NtWho(WSNoteIdx) TO WSJsonIn
           PERFORM EscapeJsonText
           MOVE WSJsonOut TO WSJsonWho
           MOVE NtText(WSNoteIdx) TO WSJsonIn
           PERFORM EscapeJsonText
           MOVE WSJsonOut TO WSJsonText
           MOVE SPACE TO WSComma
           IF WSNoteSeq < WSEntryNotes
               MOVE "," TO WSComma
           END-IF
           MOVE SPACES TO ExtractRecord
           STRING '        {"date": "' FUNCTION TRIM(NtDate(WSNoteIdx))
               '", "stamp": "' FUNCTION TRIM(NtStamp(WSNoteIdx))
               '", "who": "' FUNCTION TRIM(WSJsonWho)
               '", "text": "' FUNCTION TRIM(WSJsonText) '"}' WSComma
               DELIMITED BY SIZE INTO ExtractRecord
           WRITE ExtractRecord.

      *> Quotes and backslashes in free text are escaped so an answer
      *> or a note can never break the document's structure.
       EscapeJsonText.
           MOVE SPACES TO WSJsonOut
           MOVE 1 TO WSJsonPtr
           IF WSJsonIn EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           COMPUTE WSJsonLen =
               FUNCTION LENGTH(FUNCTION TRIM(WSJsonIn, TRAILING))
           PERFORM VARYING WSJsonPos FROM 1 BY 1
               UNTIL WSJsonPos > WSJsonLen
               IF WSJsonIn(WSJsonPos:1) EQUAL TO '"'
               OR WSJsonIn(WSJsonPos:1) EQUAL TO '\'
                   MOVE '\' TO WSJsonOut(WSJsonPtr:1)
                   ADD 1 TO WSJsonPtr
               END-IF
               MOVE WSJsonIn(WSJsonPos:1) TO WSJsonOut(WSJsonPtr:1)
               ADD 1 TO WSJsonPtr
           END-PERFORM.

       WriteControlRecord.
           MOVE SPACES TO WSControlName
           STRING "results/extract_" WSCurYear ".ctl"
               DELIMITED BY SIZE INTO WSControlName
           OPEN OUTPUT ControlFile
           IF WSControlStatus NOT EQUAL TO 0
               DISPLAY "UNABLE TO WRITE " FUNCTION TRIM(WSControlName)
                   " (STATUS " WSControlStatus ")"
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO ControlRecord
           STRING WSCurYear "|" WSStamp "|" WSFromRun "|" WSToRun "|"
               WSObjCount "|" WSAcceptedCount "|" WSNotesCount "|"
               FUNCTION TRIM(WSExtractName)
               DELIMITED BY SIZE INTO ControlRecord
           WRITE ControlRecord
           CLOSE ControlFile.
