       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBOARD.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DataFile ASSIGN TO WSDataName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDataStatus.
           SELECT StageFile ASSIGN TO WSStageName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSStageStatus.
           SELECT JournalFile ASSIGN TO "tools/data/onboard_journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJournalStatus.
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
       FD StageFile.
       01 StageRecord PIC X(200).
       FD JournalFile.
       01 JournalRecord PIC X(160).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Bringing a puzzle day into service - or taking one out - as
      *> one transaction across every control dataset that carries it
      *> (onboardSet.cpy lists them), instead of seven hand edits of
      *> which one always gets missed:
      *>   --add YEAR DD PROGRAMID   propose the day's record in each
      *>                             dataset that does not carry it yet
      *>   --retire YEAR DD          propose removing every record the
      *>                             datasets carry for the day
      *>                             (--approval ID once approved)
      *> The proposals are shown for review and applied only on the
      *> operator's Y. Every changed dataset is first written whole to
      *> a "<dataset>.onboard" stage and proven writable; only when
      *> every stage is good is any dataset overwritten, so a failure
      *> part-way leaves all of them as they were. Each dataset
      *> applied gets one "STAMP|WHO|ACTION|YEAR|DD|DATASET|DETAIL"
      *> record in tools/data/onboard_journal, which PREFLIGHT reads
      *> to hold an onboarded day to the full set.
       COPY "dayRegistry.cpy".
       COPY "onboardSet.cpy".
       COPY "eventFile.cpy".
       01 WSDataName PIC X(60).
       01 WSDataStatus PIC 99.
       01 WSStageName PIC X(60).
       01 WSStageStatus PIC 99.
       01 WSJournalStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSActionFlag PIC X VALUE SPACE.
           88 AddAction VALUE 'A'.
           88 RetireAction VALUE 'R'.
       01 WSPosField PIC 9 VALUE 0.
       01 WSYearText PIC X(4) VALUE SPACES.
       01 WSDayText PIC X(2) VALUE SPACES.
       01 WSProgText PIC X(12) VALUE SPACES.
       01 WSYear PIC 9(4).
       01 WSDay PIC 99.
       01 WSNumCheck PIC S9(4).
       01 WSIdx PIC 99.
       01 WSFoundIdx PIC 99.
       01 WSOwnerText PIC X(20).
       01 WSSuffix PIC X(20).
       01 WSSuffixLen PIC 99.
       01 WSPathLen PIC 99.

       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSOperator PIC X(20).
       01 WSJournalLine PIC X(160).
       01 WSActionText PIC X(8).
       01 WSConfirm PIC X.

      *> One slot per control dataset: the day's records it already
      *> carries, the records this transaction adds (or removes), and
      *> whether its stage has been written.
       01 WSPropTable.
           05 WSPropSet OCCURS 7 TIMES.
               10 WSPropExisting PIC 9(3).
               10 WSPropChange PIC 9(3).
               10 WSPropAddCount PIC 9.
               10 WSPropAdd PIC X(120) OCCURS 2 TIMES.
               10 WSPropStaged PIC A.
       01 WSPropIdx PIC 9.
       01 WSChangeTotal PIC 9(4) VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSChangeTotalDisplay.
       01 WSStageFailed PIC A VALUE 'N'.
       01 WSDataMissing PIC A.
       01 WSCopyLine PIC X(200).

      *> Role gate: onboarding is a SENIOR action, retiring a day a
      *> SUPERVISOR one; AUTHCHECK logs any refusal to events.log.
      *> Retiring rewrites the registry, so it is four-eyes as well:
      *> the first run queues the reviewed removals through
      *> APPROVALGATE, and a rerun with --approval ID applies them
      *> once a second SUPERVISOR has approved exactly those.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.
       01 WSApprovalId PIC X(6) VALUE SPACES.
       COPY "approvalRequest.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSActionFlag EQUAL TO SPACE
               PERFORM ShowUsage
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ValidateYearDay
           IF AddAction AND WSProgText EQUAL TO SPACES
               DISPLAY "PROGRAM-ID MISSING: ONBOARDING REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM LoadDayRegistry
           PERFORM FindRegistryEntry
           IF AddAction
               PERFORM CheckAddAgainstRegistry
               MOVE "ONBOARD" TO WSActionText
               MOVE "DAY ONBOARD" TO WSAuthAction
               MOVE "SENIOR" TO WSAuthRole
           ELSE
               IF WSFoundIdx NOT EQUAL TO 0
                   MOVE WS-DayRegistryProgramId(WSFoundIdx) TO WSProgText
               END-IF
               MOVE "RETIRE" TO WSActionText
               MOVE "DAY RETIRE" TO WSAuthAction
               MOVE "SUPERVISOR" TO WSAuthRole
           END-IF
           IF AddAction
               CALL 'AUTHCHECK' USING WSAuthRequest
               MOVE 0 TO RETURN-CODE
               IF WSAuthOk NOT EQUAL TO 'Y'
                   DISPLAY "NOTHING CHANGED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE WSYear TO ONB-YEAR
           MOVE WSDay TO ONB-DAY
           PERFORM ResolveOnboardKeys
           MOVE SPACES TO WSOwnerText
           STRING FUNCTION TRIM(WSProgText) " " WSYearText
               DELIMITED BY SIZE INTO WSOwnerText
           MOVE SPACES TO WSSuffix
           STRING "_day_" FUNCTION TRIM(ONB-WORD)
               DELIMITED BY SIZE INTO WSSuffix
           COMPUTE WSSuffixLen = FUNCTION LENGTH(FUNCTION TRIM(WSSuffix))

           DISPLAY "=== " FUNCTION TRIM(WSActionText) " YEAR " WSYear
               " DAY " WSDay " " FUNCTION TRIM(WSProgText) " ==="
           PERFORM BuildProposals
           PERFORM ShowProposals
           IF WSChangeTotal EQUAL TO 0
               IF AddAction
                   DISPLAY "NOTHING TO DO: YEAR " WSYear " DAY " WSDay
                       " IS ALREADY CARRIED IN EVERY CONTROL DATASET."
               ELSE
                   DISPLAY "NOTHING TO DO: NO CONTROL DATASET CARRIES "
                       "YEAR " WSYear " DAY " WSDay "."
               END-IF
               STOP RUN
           END-IF

           MOVE WSChangeTotal TO WSChangeTotalDisplay
           DISPLAY "APPLY ALL " FUNCTION TRIM(WSChangeTotalDisplay, LEADING)
               " CHANGE(S) ABOVE? (Y/N): "
           ACCEPT WSConfirm
           IF WSConfirm NOT EQUAL TO 'Y' AND WSConfirm NOT EQUAL TO 'y'
               DISPLAY "CANCELLED: NOTHING CHANGED."
               STOP RUN
           END-IF
           IF RetireAction
               PERFORM GateRetirement
           END-IF

           PERFORM StageAllChanges
           IF WSStageFailed EQUAL TO 'Y'
               PERFORM DiscardStages
               DISPLAY "NOTHING APPLIED: EVERY CONTROL DATASET IS AS IT WAS."
               MOVE "ONBOARD" TO EVENT-PROGRAM
               MOVE "E" TO EVENT-SEVERITY
               MOVE "ONBSTAGE" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING FUNCTION TRIM(WSActionText) " " WSYear "-" WSDay
                   " ABANDONED AT STAGING"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CommitAllStages

           MOVE "ONBOARD" TO EVENT-PROGRAM
           MOVE "I" TO EVENT-SEVERITY
           IF AddAction
               MOVE "DAYONBRD" TO EVENT-CODE
           ELSE
               MOVE "DAYRETIR" TO EVENT-CODE
           END-IF
           MOVE SPACES TO EVENT-MESSAGE
           STRING WSYear "-" WSDay " " FUNCTION TRIM(WSProgText) " "
               FUNCTION TRIM(WSActionText) " BY " FUNCTION TRIM(WSOperator)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           IF AddAction
               DISPLAY "ONBOARDED: YEAR " WSYear " DAY " WSDay " "
                   FUNCTION TRIM(WSProgText)
           ELSE
               DISPLAY "RETIRED: YEAR " WSYear " DAY " WSDay
           END-IF
           STOP RUN.

       ShowUsage.
           DISPLAY "USAGE: ONBOARD --add YEAR DD PROGRAMID"
           DISPLAY "       ONBOARD --retire YEAR DD [--approval ID]".

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WSArgValue EQUAL TO "--add"
                       SET AddAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--retire"
                       SET RetireAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--approval"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:6) TO WSApprovalId
                   WHEN AddAction OR RetireAction
                       ADD 1 TO WSPosField
                       EVALUATE WSPosField
                           WHEN 1 MOVE WSArgValue(1:4) TO WSYearText
                           WHEN 2 MOVE WSArgValue(1:2) TO WSDayText
                           WHEN 3 MOVE FUNCTION UPPER-CASE(
                                      WSArgValue(1:12)) TO WSProgText
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       ValidateYearDay.
           COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSYearText)
           IF WSNumCheck NOT EQUAL TO 0 OR WSYearText EQUAL TO SPACES
               DISPLAY "YEAR MUST BE NUMERIC: REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WSYear = FUNCTION NUMVAL(WSYearText)
           IF WSYear < 2015 OR WSYear > 2099
               DISPLAY "YEAR " WSYear " OUT OF RANGE: REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSYear TO WSYearText
           COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSDayText)
           IF WSNumCheck NOT EQUAL TO 0 OR WSDayText EQUAL TO SPACES
               DISPLAY "DAY MUST BE NUMERIC: REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WSDay = FUNCTION NUMVAL(WSDayText)
           IF WSDay < 1 OR WSDay > 25
               DISPLAY "DAY " WSDay " OUT OF RANGE (1-25): REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSDay TO WSDayText.

       FindRegistryEntry.
           MOVE 0 TO WSFoundIdx
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WS-DayRegistryCount
               IF WS-DayRegistryYear(WSIdx) EQUAL TO WSYear
               AND WS-DayRegistryDay(WSIdx) EQUAL TO WSDay
                   MOVE WSIdx TO WSFoundIdx
                   MOVE WS-DayRegistryCount TO WSIdx
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM.

      *> A day already registered under another PROGRAM-ID is a
      *> clash, not a partial onboarding to finish; a full registry
      *> cannot take the day at all.
       CheckAddAgainstRegistry.
           IF WSFoundIdx NOT EQUAL TO 0
               IF WS-DayRegistryProgramId(WSFoundIdx) NOT EQUAL TO WSProgText
                   DISPLAY "YEAR " WSYear " DAY " WSDay
                       " IS REGISTERED TO "
                       FUNCTION TRIM(WS-DayRegistryProgramId(WSFoundIdx))
                       ": ONBOARDING REFUSED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-DayRegistryCount >= 25
                   DISPLAY "REGISTRY FULL (25 ENTRIES): ONBOARDING REFUSED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Counts the day's records in every dataset; an onboarding
      *> proposes records only where none exist yet, so re-running it
      *> completes a half-onboarded day instead of duplicating one.
       BuildProposals.
           MOVE 0 TO WSChangeTotal
           MOVE 1 TO WSPropIdx
           PERFORM UNTIL WSPropIdx > ONB-SET-COUNT
               MOVE 0 TO WSPropExisting(WSPropIdx)
               MOVE 0 TO WSPropChange(WSPropIdx)
               MOVE 0 TO WSPropAddCount(WSPropIdx)
               MOVE SPACES TO WSPropAdd(WSPropIdx, 1)
               MOVE SPACES TO WSPropAdd(WSPropIdx, 2)
               MOVE 'N' TO WSPropStaged(WSPropIdx)
               PERFORM CountDayRecords
               IF AddAction
                   IF WSPropExisting(WSPropIdx) EQUAL TO 0
                       PERFORM BuildAddRecords
                       MOVE WSPropAddCount(WSPropIdx)
                           TO WSPropChange(WSPropIdx)
                   END-IF
               ELSE
                   MOVE WSPropExisting(WSPropIdx) TO WSPropChange(WSPropIdx)
               END-IF
               ADD WSPropChange(WSPropIdx) TO WSChangeTotal
               ADD 1 TO WSPropIdx
           END-PERFORM.

       CountDayRecords.
           MOVE ONB-SET-PATH(WSPropIdx) TO WSDataName
           MOVE 'N' TO WSEOF
           OPEN INPUT DataFile
           IF WSDataStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ DataFile INTO ONB-LINE
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       PERFORM MatchDayRecord
                       IF ONB-MATCH EQUAL TO 'Y'
                           ADD 1 TO WSPropExisting(WSPropIdx)
                           IF RetireAction
                               DISPLAY "  "
                                   FUNCTION TRIM(ONB-SET-PATH(WSPropIdx))
                                   ": REMOVE " FUNCTION TRIM(ONB-LINE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DataFile.

      *> The day's own key, plus - when retiring - everything else it
      *> left behind: catalog datasets the day's program owns and
      *> retention entries for the year's "_day_<word>" files.
       MatchDayRecord.
           MOVE WSPropIdx TO ONB-SET-IDX
           PERFORM MatchOnboardKey
           IF RetireAction AND ONB-MATCH EQUAL TO 'N'
           AND ONB-LINE(1:1) NOT EQUAL TO '*'
               EVALUATE WSPropIdx
                   WHEN 2
                       IF ONB-FLD2 EQUAL TO WSOwnerText
                       AND WSProgText NOT EQUAL TO SPACES
                           MOVE 'Y' TO ONB-MATCH
                       END-IF
                   WHEN 6
                       COMPUTE WSPathLen =
                           FUNCTION LENGTH(FUNCTION TRIM(ONB-FLD1))
                       IF ONB-FLD1(1:4) EQUAL TO WSYearText
                       AND ONB-FLD1(5:6) EQUAL TO "/data/"
                       AND WSPathLen > WSSuffixLen
                           IF ONB-FLD1(WSPathLen - WSSuffixLen + 1:WSSuffixLen)
                               EQUAL TO WSSuffix(1:WSSuffixLen)
                               MOVE 'Y' TO ONB-MATCH
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *> The starting record each dataset gets: default parts and
      *> budgets (REGMAINT --budget tunes them), a catalog entry whose
      *> layout the developer fills in, a warning rule for lines too
      *> wide for the 80-byte rule window, an empty sample entry and
      *> empty baseline answers (both skipped until someone records
      *> them), a 06:00 daily arrival cutoff, and the quarantine file
      *> on the 90-day archive cycle.
       BuildAddRecords.
           EVALUATE WSPropIdx
               WHEN 1
                   STRING WSYearText "|" WSDayText "|"
                       FUNCTION TRIM(WSProgText) "|12|000300|000300"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 1)
                   MOVE 1 TO WSPropAddCount(WSPropIdx)
               WHEN 2
                   STRING FUNCTION TRIM(ONB-INPUT-PATH) "|"
                       FUNCTION TRIM(WSOwnerText)
                       "|LAYOUT TO BE DESCRIBED|LINE SEQ|00000000|0"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 1)
                   MOVE 1 TO WSPropAddCount(WSPropIdx)
               WHEN 3
                   STRING "VR" WSYearText(3:2) WSDayText "WD|"
                       WSYearText "|" WSDayText "|MAXLEN|L|79|W|"
                       WSYearText " DAY " WSDayText
                       " LINE WIDER THAN THE RULE WINDOW"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 1)
                   MOVE 1 TO WSPropAddCount(WSPropIdx)
               WHEN 4
                   STRING WSYearText "|" WSDayText "|"
                       FUNCTION TRIM(ONB-SAMPLE-PATH) "||"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 1)
                   MOVE 1 TO WSPropAddCount(WSPropIdx)
               WHEN 5
                   STRING ONB-FEED "|DAILY|0600"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 1)
                   MOVE 1 TO WSPropAddCount(WSPropIdx)
               WHEN 6
                   STRING FUNCTION TRIM(ONB-QUAR-PATH) "|90|ARCHIVE"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 1)
                   MOVE 1 TO WSPropAddCount(WSPropIdx)
               WHEN 7
                   STRING WSYearText "," WSDayText ",1,"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 1)
                   STRING WSYearText "," WSDayText ",2,"
                       DELIMITED BY SIZE INTO WSPropAdd(WSPropIdx, 2)
                   MOVE 2 TO WSPropAddCount(WSPropIdx)
           END-EVALUATE.

       ShowProposals.
           MOVE 1 TO WSPropIdx
           PERFORM ShowOneProposal UNTIL WSPropIdx > ONB-SET-COUNT.

       ShowOneProposal.
           IF AddAction
               IF WSPropChange(WSPropIdx) EQUAL TO 0
                   DISPLAY "  " FUNCTION TRIM(ONB-SET-PATH(WSPropIdx))
                       ": ALREADY CARRIES THE DAY"
               ELSE
                   DISPLAY "  " FUNCTION TRIM(ONB-SET-PATH(WSPropIdx))
                       ": ADD " FUNCTION TRIM(WSPropAdd(WSPropIdx, 1))
                   IF WSPropAddCount(WSPropIdx) > 1
                       DISPLAY "  " FUNCTION TRIM(ONB-SET-PATH(WSPropIdx))
                           ": ADD " FUNCTION TRIM(WSPropAdd(WSPropIdx, 2))
                   END-IF
               END-IF
           ELSE
               IF WSPropChange(WSPropIdx) EQUAL TO 0
                   DISPLAY "  " FUNCTION TRIM(ONB-SET-PATH(WSPropIdx))
                       ": CARRIES NOTHING FOR THE DAY"
               END-IF
           END-IF
           ADD 1 TO WSPropIdx.

      *> The approval covers this day's retirement and the removals
      *> shown: one preview line per dataset that loses records.
       GateRetirement.
           MOVE 1 TO APPROVAL-PREVIEW-COUNT
           MOVE SPACES TO APPROVAL-PREVIEW-LINE(1)
           STRING "RETIRE YEAR " WSYear " DAY " WSDay " "
               FUNCTION TRIM(WSProgText) ": "
               FUNCTION TRIM(WSChangeTotalDisplay, LEADING)
               " CHANGE(S)"
               DELIMITED BY SIZE INTO APPROVAL-PREVIEW-LINE(1)
           MOVE 1 TO WSPropIdx
           PERFORM UNTIL WSPropIdx > ONB-SET-COUNT
               IF WSPropChange(WSPropIdx) > 0
                   ADD 1 TO APPROVAL-PREVIEW-COUNT
                   MOVE SPACES
                       TO APPROVAL-PREVIEW-LINE(APPROVAL-PREVIEW-COUNT)
                   STRING FUNCTION TRIM(ONB-SET-PATH(WSPropIdx))
                       ": REMOVE " WSPropChange(WSPropIdx) " RECORD(S)"
                       DELIMITED BY SIZE INTO
                       APPROVAL-PREVIEW-LINE(APPROVAL-PREVIEW-COUNT)
               END-IF
               ADD 1 TO WSPropIdx
           END-PERFORM
           MOVE SPACES TO APPROVAL-SUBJECT
           STRING "RETIRE " WSYear " " WSDay " " FUNCTION TRIM(WSProgText)
               DELIMITED BY SIZE INTO APPROVAL-SUBJECT
           MOVE WSAuthAction TO APPROVAL-ACTION
           MOVE WSAuthRole TO APPROVAL-ROLE
           MOVE "ONBOARD" TO APPROVAL-PROGRAM
           MOVE WSApprovalId TO APPROVAL-ID
           IF WSApprovalId EQUAL TO SPACES
               MOVE "REQUEST" TO APPROVAL-FUNCTION
           ELSE
               MOVE "EXECUTE" TO APPROVAL-FUNCTION
           END-IF
           CALL 'APPROVALGATE' USING APPROVAL-REQUEST
           MOVE 0 TO RETURN-CODE
           IF NOT APPROVAL-GRANTED
               DISPLAY "NOTHING CHANGED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Phase one: every changed dataset is written whole to its
      *> stage and the dataset itself is proven writable. Nothing the
      *> batch reads has been touched when this returns.
       StageAllChanges.
           MOVE 'N' TO WSStageFailed
           MOVE 1 TO WSPropIdx
           PERFORM UNTIL WSPropIdx > ONB-SET-COUNT OR WSStageFailed EQUAL TO 'Y'
               IF WSPropChange(WSPropIdx) > 0
                   PERFORM StageOneDataset
               END-IF
               ADD 1 TO WSPropIdx
           END-PERFORM.

       StageOneDataset.
           MOVE ONB-SET-PATH(WSPropIdx) TO WSDataName
           MOVE SPACES TO WSStageName
           STRING FUNCTION TRIM(WSDataName) ".onboard"
               DELIMITED BY SIZE INTO WSStageName
           MOVE 'N' TO WSDataMissing
           OPEN INPUT DataFile
           IF WSDataStatus EQUAL TO 35 AND AddAction
               MOVE 'Y' TO WSDataMissing
           ELSE
               IF WSDataStatus NOT EQUAL TO 0
                   DISPLAY "STAGE FAILED: STATUS " WSDataStatus
                       " READING " FUNCTION TRIM(WSDataName)
                   MOVE 'Y' TO WSStageFailed
                   NEXT SENTENCE
               END-IF
           END-IF
           OPEN OUTPUT StageFile
           IF WSStageStatus NOT EQUAL TO 0
               DISPLAY "STAGE FAILED: STATUS " WSStageStatus
                   " WRITING " FUNCTION TRIM(WSStageName)
               IF WSDataMissing EQUAL TO 'N'
                   CLOSE DataFile
               END-IF
               MOVE 'Y' TO WSStageFailed
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO WSPropStaged(WSPropIdx)
           IF WSDataMissing EQUAL TO 'N'
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ DataFile INTO ONB-LINE
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM StageOneRecord
                   END-READ
               END-PERFORM
               CLOSE DataFile
           END-IF
           IF AddAction
               MOVE WSPropAdd(WSPropIdx, 1) TO ONB-LINE
               PERFORM WriteStageLine
               IF WSPropAddCount(WSPropIdx) > 1
                   MOVE WSPropAdd(WSPropIdx, 2) TO ONB-LINE
                   PERFORM WriteStageLine
               END-IF
           END-IF
           CLOSE StageFile
           IF WSDataMissing EQUAL TO 'N' AND WSStageFailed EQUAL TO 'N'
               OPEN EXTEND DataFile
               IF WSDataStatus NOT EQUAL TO 0
                   DISPLAY "STAGE FAILED: " FUNCTION TRIM(WSDataName)
                       " NOT WRITABLE (STATUS " WSDataStatus ")"
                   MOVE 'Y' TO WSStageFailed
               ELSE
                   CLOSE DataFile
               END-IF
           END-IF.

       StageOneRecord.
           IF RetireAction
               PERFORM MatchDayRecord
               IF ONB-MATCH EQUAL TO 'Y'
                   NEXT SENTENCE
               END-IF
           END-IF
           PERFORM WriteStageLine.

       WriteStageLine.
           WRITE StageRecord FROM ONB-LINE
           IF WSStageStatus NOT EQUAL TO 0
               DISPLAY "STAGE FAILED: STATUS " WSStageStatus
                   " WRITING " FUNCTION TRIM(WSStageName)
               MOVE 'Y' TO WSStageFailed
           END-IF.

       DiscardStages.
           MOVE 1 TO WSPropIdx
           PERFORM UNTIL WSPropIdx > ONB-SET-COUNT
               IF WSPropStaged(WSPropIdx) EQUAL TO 'Y'
                   MOVE SPACES TO WSStageName
                   STRING FUNCTION TRIM(ONB-SET-PATH(WSPropIdx)) ".onboard"
                       DELIMITED BY SIZE INTO WSStageName
                   DELETE FILE StageFile
               END-IF
               ADD 1 TO WSPropIdx
           END-PERFORM.

      *> Phase two: each stage replaces its dataset and is removed,
      *> and the dataset's change is journaled.
       CommitAllStages.
           MOVE 1 TO WSPropIdx
           PERFORM UNTIL WSPropIdx > ONB-SET-COUNT
               IF WSPropStaged(WSPropIdx) EQUAL TO 'Y'
                   PERFORM CommitOneStage
               END-IF
               ADD 1 TO WSPropIdx
           END-PERFORM.

       CommitOneStage.
           MOVE ONB-SET-PATH(WSPropIdx) TO WSDataName
           MOVE SPACES TO WSStageName
           STRING FUNCTION TRIM(WSDataName) ".onboard"
               DELIMITED BY SIZE INTO WSStageName
           OPEN INPUT StageFile
           OPEN OUTPUT DataFile
           IF WSStageStatus NOT EQUAL TO 0 OR WSDataStatus NOT EQUAL TO 0
               DISPLAY "Error " WSDataStatus "/" WSStageStatus
                   ": unable to apply " FUNCTION TRIM(WSStageName)
                   " - IT IS LEFT IN PLACE FOR A HAND COPY."
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ StageFile INTO WSCopyLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END WRITE DataRecord FROM WSCopyLine
               END-READ
           END-PERFORM
           CLOSE DataFile
           CLOSE StageFile
           DELETE FILE StageFile
           PERFORM JournalDataset.

       JournalDataset.
           MOVE SPACES TO WSJournalLine
           IF AddAction
               STRING WSToday WSNowTime(1:6) "|"
                   FUNCTION TRIM(WSOperator) "|ONBOARD|"
                   WSYearText "|" WSDayText "|"
                   FUNCTION TRIM(ONB-SET-PATH(WSPropIdx)) "|ADDED "
                   WSPropChange(WSPropIdx) " " FUNCTION TRIM(WSProgText)
                   DELIMITED BY SIZE INTO WSJournalLine
           ELSE
               STRING WSToday WSNowTime(1:6) "|"
                   FUNCTION TRIM(WSOperator) "|RETIRE|"
                   WSYearText "|" WSDayText "|"
                   FUNCTION TRIM(ONB-SET-PATH(WSPropIdx)) "|REMOVED "
                   WSPropChange(WSPropIdx) " " FUNCTION TRIM(WSProgText)
                   DELIMITED BY SIZE INTO WSJournalLine
           END-IF
           OPEN EXTEND JournalFile
           IF WSJournalStatus NOT EQUAL TO 0
               OPEN OUTPUT JournalFile
           END-IF
           IF WSJournalStatus EQUAL TO 0
               WRITE JournalRecord FROM WSJournalLine
               CLOSE JournalFile
           END-IF
           DISPLAY "APPLIED: " FUNCTION TRIM(ONB-SET-PATH(WSPropIdx)).

       COPY "onboardKey.cpy".
       COPY "eventAppend.cpy".
       COPY "dayRegistryLoad.cpy".
