       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINVERIFY.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CheckFile ASSIGN TO WSCheckName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCheckStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CheckFile.
       01 CheckRecord PIC X(256).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Walks the audit hash chain (chainHash.cpy) of the run log,
      *> results.csv and events.log and reports the first broken link
      *> in each - a record whose hash no longer follows from the one
      *> before it was edited by hand, or something before it was
      *> removed:
      *>   CHAINVERIFY [--log PATH] [--csv PATH] [--events PATH]
      *> With no file named it checks all three: the run log
      *> NIGHTCLOSE passes through AOCCHAINVERIFYLOG (today's by
      *> default), results/results.csv and results/events.log.
      *> Records written before the chain existed lead a file
      *> unchained and pass; after the first chained record, every
      *> record must chain. The first chained record of a file is
      *> taken as the anchor: it links from zero when the file was
      *> started fresh, and is reported when it continues a chain
      *> begun in records since trimmed or rotated away. A header row
      *> in results.csv restarts the chain from zero. A break is
      *> logged to events.log as CHAINBRK and returns code 1.
       01 WSCheckName PIC X(80).
       01 WSCheckStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSToday PIC X(8).

       01 WSLogName PIC X(80) VALUE SPACES.
       01 WSCsvName PIC X(80) VALUE SPACES.
       01 WSEventsName PIC X(80) VALUE SPACES.

       01 WSLineNo PIC 9(6).
       01 WSChainedCount PIC 9(6).
       01 WSLegacyCount PIC 9(6).
       01 WSAnchorFlag PIC A.
           88 AnchorTaken VALUE 'Y'.
           88 AnchorOnTrust VALUE 'T'.
           88 AnchorFromZero VALUE 'Z'.
       01 WSAnchorLine PIC 9(6).
       01 WSBreakLine PIC 9(6).
       01 WSBreakReason PIC X(80).
       01 WSBreakRecord PIC X(256).
       01 WSFilesBroken PIC 9 VALUE 0.
       01 WSFilesChecked PIC 9 VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSLineDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSChainedDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSLegacyDisplay.

       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           ACCEPT WSToday FROM DATE YYYYMMDD
           IF WSLogName EQUAL TO SPACES AND WSCsvName EQUAL TO SPACES
           AND WSEventsName EQUAL TO SPACES
               ACCEPT WSLogName FROM ENVIRONMENT "AOCCHAINVERIFYLOG"
                   ON EXCEPTION
                       MOVE SPACES TO WSLogName
               END-ACCEPT
               IF WSLogName EQUAL TO SPACES
                   STRING "results/run_" WSToday ".log"
                       DELIMITED BY SIZE INTO WSLogName
               END-IF
               MOVE "results/results.csv" TO WSCsvName
               MOVE "results/events.log" TO WSEventsName
           END-IF

           IF WSLogName NOT EQUAL TO SPACES
               MOVE WSLogName TO WSCheckName
               SET CHAIN-RUNLOG TO TRUE
               PERFORM VerifyChainFile
           END-IF
           IF WSCsvName NOT EQUAL TO SPACES
               MOVE WSCsvName TO WSCheckName
               SET CHAIN-CSV TO TRUE
               PERFORM VerifyChainFile
           END-IF
           IF WSEventsName NOT EQUAL TO SPACES
               MOVE WSEventsName TO WSCheckName
               SET CHAIN-EVENTS TO TRUE
               PERFORM VerifyChainFile
           END-IF

           DISPLAY "=== " WSFilesChecked " FILE(S) VERIFIED, "
               WSFilesBroken " WITH A BROKEN CHAIN ==="
           IF WSFilesBroken > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> NIGHTCLOSE's own flags (--date) pass through ignored.
       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--log"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSLogName
                   WHEN "--csv"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSCsvName
                   WHEN "--events"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSEventsName
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       VerifyChainFile.
           MOVE 0 TO WSLineNo
           MOVE 0 TO WSChainedCount
           MOVE 0 TO WSLegacyCount
           MOVE 0 TO WSAnchorLine
           MOVE 0 TO WSBreakLine
           MOVE SPACES TO WSBreakReason
           MOVE 'T' TO WSAnchorFlag
           MOVE 0 TO CHAIN-PREV
           MOVE 'N' TO WSEOF
           OPEN INPUT CheckFile
           IF WSCheckStatus EQUAL TO 35
               DISPLAY FUNCTION TRIM(WSCheckName)
                   ": NOT PRESENT, NOTHING TO VERIFY"
               NEXT SENTENCE
           END-IF
           IF WSCheckStatus NOT EQUAL TO 0
               DISPLAY "Error " WSCheckStatus ": unable to open "
                   FUNCTION TRIM(WSCheckName) "."
               ADD 1 TO WSFilesBroken
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSFilesChecked
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CheckFile INTO CHAIN-RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM VerifyOneRecord
               END-READ
           END-PERFORM
           CLOSE CheckFile
           PERFORM ReportChainFile.

      *> One record against the chain so far; the walk stops at the
      *> first break, the only one that can be trusted - everything
      *> after it chains from an altered record.
       VerifyOneRecord.
           ADD 1 TO WSLineNo
           IF CHAIN-RECORD EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           IF CHAIN-CSV AND CHAIN-RECORD(1:4) EQUAL TO "DAY,"
               MOVE 'Z' TO WSAnchorFlag
               MOVE 0 TO CHAIN-PREV
               NEXT SENTENCE
           END-IF
           MOVE CHAIN-RECORD TO WSBreakRecord
           PERFORM SplitChainedRecord
           IF NOT CHAIN-PRESENT
               IF AnchorTaken
                   MOVE "RECORD CARRIES NO HASH: INSERTED OR REWRITTEN"
                       TO WSBreakReason
                   PERFORM NoteChainBreak
               ELSE
                   ADD 1 TO WSLegacyCount
               END-IF
               NEXT SENTENCE
           END-IF
           IF AnchorOnTrust
               MOVE 0 TO CHAIN-PREV
               PERFORM ComputeChainHash
               IF CHAIN-HASH NOT EQUAL TO CHAIN-STORED
                   MOVE WSLineNo TO WSAnchorLine
               END-IF
           ELSE
               PERFORM ComputeChainHash
               IF CHAIN-HASH NOT EQUAL TO CHAIN-STORED
                   IF AnchorFromZero
                       MOVE "FIRST ROW AFTER THE HEADER DOES NOT CHAIN FROM ZERO"
                           TO WSBreakReason
                   ELSE
                       MOVE "HASH DOES NOT FOLLOW THE RECORD BEFORE: EDITED, OR ONE REMOVED"
                           TO WSBreakReason
                   END-IF
                   PERFORM NoteChainBreak
                   NEXT SENTENCE
               END-IF
           END-IF
           MOVE 'Y' TO WSAnchorFlag
           MOVE CHAIN-STORED TO CHAIN-PREV
           ADD 1 TO WSChainedCount.

       NoteChainBreak.
           MOVE WSLineNo TO WSBreakLine
           MOVE 'Y' TO WSEOF.

       ReportChainFile.
           MOVE WSLineNo TO WSLineDisplay
           MOVE WSChainedCount TO WSChainedDisplay
           MOVE WSLegacyCount TO WSLegacyDisplay
           IF WSBreakLine EQUAL TO 0
               DISPLAY "CHAIN INTACT: " FUNCTION TRIM(WSCheckName) " - "
                   FUNCTION TRIM(WSChainedDisplay, LEADING)
                   " RECORD(S) CHAINED, "
                   FUNCTION TRIM(WSLegacyDisplay, LEADING)
                   " WRITTEN BEFORE THE CHAIN"
           ELSE
               ADD 1 TO WSFilesBroken
               MOVE WSBreakLine TO WSLineDisplay
               DISPLAY "CHAIN BROKEN: " FUNCTION TRIM(WSCheckName)
                   " LINE " FUNCTION TRIM(WSLineDisplay, LEADING)
               DISPLAY "  " FUNCTION TRIM(WSBreakReason)
               DISPLAY "  RECORD: " FUNCTION TRIM(WSBreakRecord)
               MOVE "CHAINVERIFY" TO EVENT-PROGRAM
               MOVE "E" TO EVENT-SEVERITY
               MOVE "CHAINBRK" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING FUNCTION TRIM(WSCheckName) " LINE "
                   FUNCTION TRIM(WSLineDisplay, LEADING)
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
           END-IF
           IF WSAnchorLine > 0
               MOVE WSAnchorLine TO WSLineDisplay
               DISPLAY "  NOTE: LINE " FUNCTION TRIM(WSLineDisplay, LEADING)
                   " CONTINUES A CHAIN BEGUN IN RECORDS NO LONGER IN "
                   "THE FILE (TRIMMED OR ROTATED)"
           END-IF.

       COPY "eventAppend.cpy".
