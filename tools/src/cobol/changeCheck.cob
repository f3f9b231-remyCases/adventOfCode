       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGECHECK.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChangeFile ASSIGN TO "tools/data/change_requests"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSChangeStatus.
           SELECT FreezeFile ASSIGN TO "tools/data/freeze_windows"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFreezeStatus.
           SELECT SourceFile ASSIGN TO WSSourceName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSourceStatus.
           SELECT RunFile ASSIGN TO "results/change_runs.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRunStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ChangeFile.
       01 ChangeRecord PIC X(200).
       FD FreezeFile.
       01 FreezeRecord PIC X(80).
       FD SourceFile.
       01 SourceRecord PIC X(200).
       FD RunFile.
       01 RunRecord PIC X(120).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Change-control gate, CALLed by the drivers (both MAINCOBs and
      *> QUEUERUNNER) ahead of every day program they run. A day
      *> program is its source, YYYY/src/cobol/day<Word>.cob, plus
      *> every copybook it COPYs, directly or through another
      *> copybook, found the way the build finds it - YYYY/src/copybook
      *> first, then tools/src/copybook; each is dated by its
      *> modification date.
      *>   - tools/data/change_requests holds one record per change,
      *>     CRID|YEAR|ITEMS|APPROVER|IMPLDATE|STATUS, ITEMS being the
      *>     PROGRAM-IDs and copybook names the change touched, comma
      *>     separated (DAYONE,linkedStackEngine.cpy). Only APPROVED and
      *>     IMPLEMENTED requests count.
      *>   - tools/data/freeze_windows holds FROM|TO|REASON date spans.
      *>     Inside one, a program whose source or copybooks changed on
      *>     or after the window opened is refused unless an approved
      *>     request naming the changed item was implemented inside the
      *>     window; the refusal is displayed and logged (CHGFREEZ).
      *> Outside a freeze every run goes ahead. Either way, a run whose
      *> program is named (directly or through a copybook) by an
      *> approved request is attributed to the latest one implemented
      *> by today in results/change_runs.log,
      *>   CRID|RUNID|DATE|TIME|YEAR|DD|P|PROGRAM|OPERATOR
      *> which CRREPORT lists per request. No change_requests or
      *> freeze_windows file leaves the gate open.
       01 WSChangeStatus PIC 99.
       01 WSFreezeStatus PIC 99.
       01 WSSourceStatus PIC 99.
       01 WSRunStatus PIC 99.
       01 WSSourceName PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(200).
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSOperator PIC X(20).
       01 WSYearText PIC X(4).

       01 WSFreezeFrom PIC X(8).
       01 WSFreezeTo PIC X(8).
       01 WSFreezeReason PIC X(40).
       01 WSActiveFrom PIC X(8).
       01 WSActiveReason PIC X(40).
       01 WSFreezeActive PIC A VALUE 'N'.

       01 WSCrIdText PIC X(10).
       01 WSCrYearText PIC X(4).
       01 WSCrItemsText PIC X(120).
       01 WSCrApproverText PIC X(20).
       01 WSCrDateText PIC X(8).
       01 WSCrStatusText PIC X(12).
       01 WSCrTable.
           05 WSCrCount PIC 9(3) VALUE 0.
           05 WSCrEntry OCCURS 200 TIMES.
               10 WSCrId PIC X(10).
               10 WSCrItems PIC X(122).
               10 WSCrDate PIC X(8).
       01 WSCrIdx PIC 9(3).

      *> The program's source first, then each distinct copybook.
       01 WSItemTable.
           05 WSItemCount PIC 9(2) VALUE 0.
           05 WSItemEntry OCCURS 40 TIMES.
               10 WSItemName PIC X(40).
               10 WSItemModDate PIC X(8).
               10 WSItemSource PIC X(80).
       01 WSItemIdx PIC 9(2).
       01 WSNestIdx PIC 9(2).
       01 WSItemPath PIC X(80).
       01 WSCopyName PIC X(40).
       01 WSScanPos PIC 9(3).
       01 WSWord PIC X(12).
       01 WSCamel PIC X(20).
       01 WSCamelLen PIC 9(2).
       01 WSCharIdx PIC 9(2).
       01 WSUpperNext PIC A.

       01 WSFileInfo.
           05 WSFileSize PIC X(8) COMP-X.
           05 WSFileDay PIC X COMP-X.
           05 WSFileMonth PIC X COMP-X.
           05 WSFileYear PIC XX COMP-X.
           05 WSFileTime PIC X(4).
       01 WSModDate PIC 9(8).

       01 WSProbe PIC X(44).
       01 WSProbeLen PIC 9(2).
       01 WSHits PIC 9(3).
       01 WSNamed PIC A.
       01 WSBestDate PIC X(8).
       01 WSCovered PIC A.
       01 WSRefusedIdx PIC 9(2).
       01 WSRunLine PIC X(120).
       01 WSDayDisplay PIC Z9.

       COPY "onboardSet.cpy".
       COPY "eventFile.cpy".

       LINKAGE SECTION.
       01 L-CHG-REQUEST.
           05 L-CHG-YEAR PIC 9(4).
           05 L-CHG-DAY PIC 99.
           05 L-CHG-PART PIC X.
           05 L-CHG-PROGRAM PIC X(12).
           05 L-CHG-RUNID PIC X(6).
           05 L-CHG-OK PIC X.
           05 L-CHG-CRID PIC X(10).

       PROCEDURE DIVISION USING L-CHG-REQUEST.
       Main.
           MOVE 0 TO RETURN-CODE
           MOVE 'Y' TO L-CHG-OK
           MOVE SPACES TO L-CHG-CRID
           MOVE L-CHG-YEAR TO WSYearText
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM FindActiveFreeze
           PERFORM LoadChangeRequests
           PERFORM CollectProgramItems
           PERFORM CollectNestedCopies
           PERFORM FindGoverningRequest
           IF WSFreezeActive EQUAL TO 'Y'
               PERFORM JudgeFreeze
           END-IF

           IF L-CHG-OK EQUAL TO 'N'
               MOVE L-CHG-DAY TO WSDayDisplay
               DISPLAY "REFUSED: " FUNCTION TRIM(L-CHG-PROGRAM) " ("
                   WSYearText " DAY " FUNCTION TRIM(WSDayDisplay) ") - "
                   FUNCTION TRIM(WSItemName(WSRefusedIdx)) " CHANGED "
                   WSItemModDate(WSRefusedIdx) " DURING THE "
                   FUNCTION TRIM(WSActiveReason) " FREEZE (FROM "
                   WSActiveFrom ") WITH NO APPROVED CR"
               MOVE "CHANGECHECK" TO EVENT-PROGRAM
               MOVE "E" TO EVENT-SEVERITY
               MOVE "CHGFREEZ" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING WSYearText " " FUNCTION TRIM(L-CHG-PROGRAM)
                   " REFUSED: "
                   FUNCTION TRIM(WSItemName(WSRefusedIdx))
                   " CHANGED IN FREEZE, NO CR"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF L-CHG-CRID NOT EQUAL TO SPACES
               DISPLAY "CHANGE CONTROL: RUNNING UNDER "
                   FUNCTION TRIM(L-CHG-CRID)
               PERFORM RecordChangeRun
           END-IF
           GOBACK.

      *> The first window spanning today, if any.
       FindActiveFreeze.
           MOVE 'N' TO WSFreezeActive
           MOVE SPACES TO WSActiveFrom
           MOVE SPACES TO WSActiveReason
           OPEN INPUT FreezeFile
           IF WSFreezeStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ FreezeFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM MatchFreezeWindow
               END-READ
           END-PERFORM
           CLOSE FreezeFile.

       MatchFreezeWindow.
           IF WSLine(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSFreezeActive EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFreezeFrom
           MOVE SPACES TO WSFreezeTo
           MOVE SPACES TO WSFreezeReason
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFreezeFrom WSFreezeTo WSFreezeReason
           IF WSFreezeFrom IS NUMERIC AND WSFreezeTo IS NUMERIC
           AND WSFreezeFrom NOT GREATER THAN WSToday
           AND WSFreezeTo NOT LESS THAN WSToday
               MOVE 'Y' TO WSFreezeActive
               MOVE WSFreezeFrom TO WSActiveFrom
               MOVE WSFreezeReason TO WSActiveReason
           END-IF.

      *> Approved and implemented requests for the caller's year, items
      *> upper-cased and comma-bracketed for whole-name matching.
       LoadChangeRequests.
           MOVE 0 TO WSCrCount
           OPEN INPUT ChangeFile
           IF WSChangeStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ChangeFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreChangeRequest
               END-READ
           END-PERFORM
           CLOSE ChangeFile.

       StoreChangeRequest.
           IF WSLine(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSCrCount >= 200
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
           IF WSCrYearText NOT EQUAL TO WSYearText
           OR WSCrDateText IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           IF FUNCTION UPPER-CASE(WSCrStatusText) NOT EQUAL TO "APPROVED"
           AND FUNCTION UPPER-CASE(WSCrStatusText)
               NOT EQUAL TO "IMPLEMENTED"
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSCrCount
           MOVE WSCrIdText TO WSCrId(WSCrCount)
           MOVE WSCrDateText TO WSCrDate(WSCrCount)
           MOVE SPACES TO WSCrItems(WSCrCount)
           STRING "," FUNCTION UPPER-CASE(FUNCTION TRIM(WSCrItemsText))
               "," DELIMITED BY SIZE INTO WSCrItems(WSCrCount).

      *> The source file is named for the day's word the way every
      *> day program is (day 21 -> dayTwentyOne.cob).
       CollectProgramItems.
           MOVE 0 TO WSItemCount
           IF L-CHG-DAY < 1 OR L-CHG-DAY > 25
               NEXT SENTENCE
           END-IF
           MOVE ONB-DAY-WORD(L-CHG-DAY) TO WSWord
           MOVE SPACES TO WSCamel
           MOVE 0 TO WSCamelLen
           MOVE 'Y' TO WSUpperNext
           PERFORM VARYING WSCharIdx FROM 1 BY 1 UNTIL WSCharIdx > 12
               EVALUATE TRUE
                   WHEN WSWord(WSCharIdx:1) EQUAL TO SPACE
                       CONTINUE
                   WHEN WSWord(WSCharIdx:1) EQUAL TO "_"
                       MOVE 'Y' TO WSUpperNext
                   WHEN WSUpperNext EQUAL TO 'Y'
                       ADD 1 TO WSCamelLen
                       MOVE FUNCTION UPPER-CASE(WSWord(WSCharIdx:1))
                           TO WSCamel(WSCamelLen:1)
                       MOVE 'N' TO WSUpperNext
                   WHEN OTHER
                       ADD 1 TO WSCamelLen
                       MOVE WSWord(WSCharIdx:1) TO WSCamel(WSCamelLen:1)
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WSSourceName
           STRING WSYearText "/src/cobol/day" FUNCTION TRIM(WSCamel)
               ".cob" DELIMITED BY SIZE INTO WSSourceName
           MOVE 1 TO WSItemCount
           MOVE L-CHG-PROGRAM TO WSItemName(1)
           MOVE WSSourceName TO WSItemPath
           PERFORM DateItem
           MOVE WSModDate TO WSItemModDate(1)
           OPEN INPUT SourceFile
           IF WSSourceStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SourceFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ScanCopyStatement
               END-READ
           END-PERFORM
           CLOSE SourceFile.

       ScanCopyStatement.
           MOVE SPACES TO WSCopyName
           PERFORM VARYING WSScanPos FROM 1 BY 1 UNTIL WSScanPos > 190
               IF WSLine(WSScanPos:6) EQUAL TO 'COPY "'
                   UNSTRING WSLine(WSScanPos + 6:) DELIMITED BY '"'
                       INTO WSCopyName
                   MOVE 191 TO WSScanPos
               END-IF
           END-PERFORM
           IF WSCopyName EQUAL TO SPACES
           OR WSItemCount >= 40
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSItemIdx
           PERFORM UNTIL WSItemIdx > WSItemCount
               IF WSItemName(WSItemIdx) EQUAL TO WSCopyName
                   NEXT SENTENCE
               END-IF
               ADD 1 TO WSItemIdx
           END-PERFORM
           ADD 1 TO WSItemCount
           MOVE WSCopyName TO WSItemName(WSItemCount)
           MOVE SPACES TO WSItemPath
           STRING WSYearText "/src/copybook/" FUNCTION TRIM(WSCopyName)
               DELIMITED BY SIZE INTO WSItemPath
           CALL "CBL_CHECK_FILE_EXIST" USING WSItemPath WSFileInfo
           IF RETURN-CODE NOT EQUAL TO 0
               MOVE SPACES TO WSItemPath
               STRING "tools/src/copybook/" FUNCTION TRIM(WSCopyName)
                   DELIMITED BY SIZE INTO WSItemPath
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE WSItemPath TO WSItemSource(WSItemCount)
           PERFORM DateItem
           MOVE WSModDate TO WSItemModDate(WSItemCount).

      *> Copybooks COPY others (eventFile.cpy brings in chainHash.cpy);
      *> each copybook found is scanned in turn, the ones it adds
      *> included, so every member the build pulls in is dated.
       CollectNestedCopies.
           MOVE 2 TO WSNestIdx
           PERFORM UNTIL WSNestIdx > WSItemCount
               PERFORM ScanNestedCopybook
               ADD 1 TO WSNestIdx
           END-PERFORM.

       ScanNestedCopybook.
           MOVE WSItemSource(WSNestIdx) TO WSSourceName
           OPEN INPUT SourceFile
           IF WSSourceStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SourceFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ScanCopyStatement
               END-READ
           END-PERFORM
           CLOSE SourceFile.

      *> Modification date of WSItemPath; a file that is not there
      *> (a deployment without sources) dates as 00000000, unchanged.
       DateItem.
           MOVE 0 TO WSModDate
           CALL "CBL_CHECK_FILE_EXIST" USING WSItemPath WSFileInfo
           IF RETURN-CODE EQUAL TO 0
               COMPUTE WSModDate =
                   WSFileYear * 10000 + WSFileMonth * 100 + WSFileDay
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> The latest request implemented by today naming any item.
       FindGoverningRequest.
           MOVE SPACES TO WSBestDate
           MOVE 1 TO WSCrIdx
           PERFORM UNTIL WSCrIdx > WSCrCount
               IF WSCrDate(WSCrIdx) NOT GREATER THAN WSToday
               AND WSCrDate(WSCrIdx) NOT LESS THAN WSBestDate
                   MOVE 1 TO WSItemIdx
                   PERFORM UNTIL WSItemIdx > WSItemCount
                       PERFORM TestItemNamed
                       IF WSNamed EQUAL TO 'Y'
                           MOVE WSCrDate(WSCrIdx) TO WSBestDate
                           MOVE WSCrId(WSCrIdx) TO L-CHG-CRID
                           MOVE WSItemCount TO WSItemIdx
                       END-IF
                       ADD 1 TO WSItemIdx
                   END-PERFORM
               END-IF
               ADD 1 TO WSCrIdx
           END-PERFORM.

      *> Every item changed since the window opened needs a request
      *> naming it, implemented inside the window by today.
       JudgeFreeze.
           MOVE 1 TO WSItemIdx
           PERFORM UNTIL WSItemIdx > WSItemCount OR L-CHG-OK EQUAL TO 'N'
               IF WSItemModDate(WSItemIdx) NOT LESS THAN WSActiveFrom
                   MOVE 'N' TO WSCovered
                   MOVE 1 TO WSCrIdx
                   PERFORM UNTIL WSCrIdx > WSCrCount
                       IF WSCrDate(WSCrIdx) NOT LESS THAN WSActiveFrom
                       AND WSCrDate(WSCrIdx) NOT GREATER THAN WSToday
                           PERFORM TestItemNamed
                           IF WSNamed EQUAL TO 'Y'
                               MOVE 'Y' TO WSCovered
                           END-IF
                       END-IF
                       ADD 1 TO WSCrIdx
                   END-PERFORM
                   IF WSCovered EQUAL TO 'N'
                       MOVE 'N' TO L-CHG-OK
                       MOVE WSItemIdx TO WSRefusedIdx
                   END-IF
               END-IF
               ADD 1 TO WSItemIdx
           END-PERFORM.

       TestItemNamed.
           MOVE 'N' TO WSNamed
           MOVE SPACES TO WSProbe
           STRING "," FUNCTION UPPER-CASE(FUNCTION TRIM(WSItemName(WSItemIdx)))
               "," DELIMITED BY SIZE INTO WSProbe
           COMPUTE WSProbeLen =
               FUNCTION LENGTH(FUNCTION TRIM(WSItemName(WSItemIdx))) + 2
           MOVE 0 TO WSHits
           INSPECT WSCrItems(WSCrIdx) TALLYING WSHits
               FOR ALL WSProbe(1:WSProbeLen)
           IF WSHits > 0
               MOVE 'Y' TO WSNamed
           END-IF.

       RecordChangeRun.
           MOVE SPACES TO WSRunLine
           STRING FUNCTION TRIM(L-CHG-CRID) "|" L-CHG-RUNID "|" WSToday
               "|" WSNowTime(1:6) "|" WSYearText "|" L-CHG-DAY "|"
               L-CHG-PART "|" FUNCTION TRIM(L-CHG-PROGRAM) "|"
               FUNCTION TRIM(WSOperator)
               DELIMITED BY SIZE INTO WSRunLine
           OPEN EXTEND RunFile
           IF WSRunStatus NOT EQUAL TO 0
               OPEN OUTPUT RunFile
           END-IF
           IF WSRunStatus EQUAL TO 0
               WRITE RunRecord FROM WSRunLine
               CLOSE RunFile
           END-IF.

       COPY "eventAppend.cpy".
