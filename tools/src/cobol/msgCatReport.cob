       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCATREPORT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AlertFile ASSIGN TO WSAlertFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAlertStatus.
           SELECT EventFile ASSIGN TO WSEventFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSEventStatus.
           SELECT MsgCatalogFile ASSIGN TO "tools/data/msg_catalog"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AlertFile.
       01 AlertRecord PIC X(160).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD MsgCatalogFile.
       01 MsgCatalogRecord PIC X(240).

       WORKING-STORAGE SECTION.
      *> Keeps the operator message catalog (tools/data/msg_catalog,
      *> see msgCatalog.cpy) complete: every program/code pair the
      *> alerts file and the events log actually carry is looked up,
      *> and the ones with no entry - neither the program's own nor
      *> an ALL entry - are listed with how often and how lately they
      *> were seen, so the catalog gains an entry before an operator
      *> meets the code at night.
      *>   MSGCATREPORT [--alerts PATH] [--events PATH]
      *> Returns 1 while any code is missing.
       01 WSAlertFileName PIC X(80) VALUE "results/alerts.log".
       01 WSEventFileName PIC X(80) VALUE "results/events.log".
       01 WSAlertStatus PIC 99.
       01 WSEventStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSLine PIC X(160).
       01 WSAckText PIC X(1).
       01 WSStampText PIC X(14).
       01 WSProgramText PIC X(12).
       01 WSKeyText PIC X(9).
       01 WSSeverityText PIC X(1).
       01 WSCodeText PIC X(8).
       01 WSSourceText PIC X(5).

      *> One slot per source/program/code seen.
       01 WSSeenOverflow PIC A VALUE 'N'.
       01 WSSeenTable.
           05 WSSeenCount PIC 9(3) VALUE 0.
           05 WSSeenEntry OCCURS 300 TIMES.
               10 WSSeenSource PIC X(5).
               10 WSSeenProgram PIC X(12).
               10 WSSeenCode PIC X(8).
               10 WSSeenTimes PIC 9(6).
               10 WSSeenLast PIC X(14).
       01 WSIdx PIC 9(3).
       01 WSFoundIdx PIC 9(3).

       01 WSCatalogedCount PIC 9(3) VALUE 0.
       01 WSMissingCount PIC 9(3) VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSTimesDisplay.
       COPY "msgCatalog.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           PERFORM LoadMessageCatalog
           IF NOT MSGC-AVAILABLE
               DISPLAY "NO MESSAGE CATALOG (tools/data/msg_catalog): "
                   "EVERY CODE BELOW IS MISSING."
           END-IF
           PERFORM LoadAlertCodes
           PERFORM LoadEventCodes
           IF WSSeenOverflow EQUAL TO 'Y'
               DISPLAY "(MORE THAN 300 DISTINCT CODES: LATER ONES NOT "
                   "CHECKED - ARCHIVE THE LOGS)"
           END-IF
           DISPLAY "=== CODES SEEN IN THE LOGS BUT MISSING FROM THE "
               "MESSAGE CATALOG ==="
           MOVE 1 TO WSIdx
           PERFORM CheckOneSeenCode UNTIL WSIdx > WSSeenCount
           IF WSMissingCount EQUAL TO 0
               DISPLAY "(NONE)"
           END-IF
           DISPLAY "=== " WSSeenCount " CODE(S) SEEN, "
               WSCatalogedCount " CATALOGED, "
               WSMissingCount " MISSING ==="
           IF WSMissingCount > 0
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
                   WHEN "--alerts"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSAlertFileName
                   WHEN "--events"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSEventFileName
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

      *> "ACK|FIRSTSTAMP|PROGRAM|KEY|CODE|MESSAGE|LASTSTAMP|COUNT..."
       LoadAlertCodes.
           MOVE 'N' TO WSEOF
           OPEN INPUT AlertFile
           IF WSAlertStatus NOT EQUAL TO 0
               DISPLAY "(NO ALERTS FILE: " FUNCTION TRIM(WSAlertFileName)
                   ")"
               NEXT SENTENCE
           END-IF
           MOVE "ALERT" TO WSSourceText
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ AlertFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE SPACES TO WSStampText
                       MOVE SPACES TO WSProgramText
                       MOVE SPACES TO WSCodeText
                       UNSTRING WSLine DELIMITED BY "|"
                           INTO WSAckText WSStampText WSProgramText
                                WSKeyText WSCodeText
                       PERFORM FoldOneCode
               END-READ
           END-PERFORM
           CLOSE AlertFile.

      *> "STAMP|PROGRAM|SEVERITY|CODE|MESSAGE|..."
       LoadEventCodes.
           MOVE 'N' TO WSEOF
           OPEN INPUT EventFile
           IF WSEventStatus NOT EQUAL TO 0
               DISPLAY "(NO EVENTS FILE: " FUNCTION TRIM(WSEventFileName)
                   ")"
               NEXT SENTENCE
           END-IF
           MOVE "EVENT" TO WSSourceText
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ EventFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE SPACES TO WSStampText
                       MOVE SPACES TO WSProgramText
                       MOVE SPACES TO WSCodeText
                       UNSTRING WSLine DELIMITED BY "|"
                           INTO WSStampText WSProgramText
                                WSSeverityText WSCodeText
                       PERFORM FoldOneCode
               END-READ
           END-PERFORM
           CLOSE EventFile.

      *> One record's program/code into its slot, added on first
      *> sight; the log is chronological, so the last stamp wins.
       FoldOneCode.
           IF WSProgramText EQUAL TO SPACES
           OR WSCodeText EQUAL TO SPACES
           OR WSStampText(1:8) IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSFoundIdx
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSSeenCount
               IF WSSeenSource(WSIdx) EQUAL TO WSSourceText
               AND WSSeenProgram(WSIdx) EQUAL TO WSProgramText
               AND WSSeenCode(WSIdx) EQUAL TO WSCodeText
                   MOVE WSIdx TO WSFoundIdx
                   MOVE WSSeenCount TO WSIdx
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM
           IF WSFoundIdx EQUAL TO 0
               IF WSSeenCount >= 300
                   MOVE 'Y' TO WSSeenOverflow
                   NEXT SENTENCE
               END-IF
               ADD 1 TO WSSeenCount
               MOVE WSSeenCount TO WSFoundIdx
               MOVE WSSourceText TO WSSeenSource(WSFoundIdx)
               MOVE WSProgramText TO WSSeenProgram(WSFoundIdx)
               MOVE WSCodeText TO WSSeenCode(WSFoundIdx)
               MOVE 0 TO WSSeenTimes(WSFoundIdx)
           END-IF
           ADD 1 TO WSSeenTimes(WSFoundIdx)
           MOVE WSStampText TO WSSeenLast(WSFoundIdx).

       CheckOneSeenCode.
           MOVE WSSeenProgram(WSIdx) TO MSGC-KEY-PROGRAM
           MOVE WSSeenCode(WSIdx) TO MSGC-KEY-CODE
           PERFORM LookupMessage
           IF MSGC-HIT NOT EQUAL TO 0
               ADD 1 TO WSCatalogedCount
           ELSE
               ADD 1 TO WSMissingCount
               MOVE WSSeenTimes(WSIdx) TO WSTimesDisplay
               DISPLAY WSSeenSource(WSIdx) " " WSSeenProgram(WSIdx) " "
                   WSSeenCode(WSIdx) " x"
                   FUNCTION TRIM(WSTimesDisplay, LEADING)
                   ", LAST SEEN " WSSeenLast(WSIdx)
           END-IF
           ADD 1 TO WSIdx.

       COPY "msgCatalogLook.cpy".
