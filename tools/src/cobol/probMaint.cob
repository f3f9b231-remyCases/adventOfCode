       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBMAINT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProblemFile ASSIGN TO "tools/data/problems"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRB-STATUS.
           SELECT JournalFile ASSIGN TO "tools/data/problem_journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJournalStatus.
           SELECT AlertFile ASSIGN TO WSAlertFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAlertStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProblemFile.
       01 ProblemRecord PIC X(200).
       FD JournalFile.
       01 JournalRecord PIC X(240).
       FD AlertFile.
       01 AlertRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> Maintenance of the problem records (problemFile.cpy): the
      *> fault behind a run of alerts, which outlives the alerts'
      *> acknowledgement in ALERTSWEEP.
      *>   --open TITLE (--alert N | --key YYYY-DD-P) [--category CAT]
      *>   --link PRBnnnn (--alert N | --key YYYY-DD-P)
      *>   --status PRBnnnn OPEN|KNOWN|RESOLVED [--fix REF]
      *>            [--category CAT]
      *>   --list [PRBnnnn]
      *> --alert N is the number ALERTSWEEP lists an unacknowledged
      *> alert under; --key takes the latest unlinked alert on that
      *> day/part, acknowledged or not, which is how a fault that
      *> came back after its alert was handled gets linked. An alert
      *> links to one problem only. Resolving needs a fix reference and SENIOR
      *> authority; every change is journaled to
      *> tools/data/problem_journal with the operator and a timestamp.
       01 WSAlertFileName PIC X(80) VALUE "results/alerts.log".
       01 WSAlertStatus PIC 99.
       01 WSJournalStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSActionFlag PIC X VALUE SPACE.
           88 OpenAction VALUE 'O'.
           88 LinkAction VALUE 'K'.
           88 StatusAction VALUE 'S'.
           88 ListAction VALUE 'L'.
       01 WSPosField PIC 9 VALUE 0.
       01 WSTitleText PIC X(60) VALUE SPACES.
       01 WSIdText PIC X(7) VALUE SPACES.
       01 WSStateText PIC X(11) VALUE SPACES.
       01 WSCategoryText PIC X(12) VALUE SPACES.
       01 WSFixText PIC X(30) VALUE SPACES.
       01 WSAlertTarget PIC 9(3) VALUE 0.
       01 WSAlertKeyArg PIC X(9) VALUE SPACES.

      *> The alert an --open or --link names, as found in the file.
       01 WSAlertFound PIC A VALUE 'N'.
       01 WSAlertSeq PIC 9(3).
       01 WSAlertLine PIC X(160).
       01 WSPickedLine PIC X(160).
       01 WSAlAck PIC X(1).
       01 WSAlStamp PIC X(14).
       01 WSAlProgram PIC X(12).
       01 WSAlKey PIC X(9).
       01 WSAlCode PIC X(4).
       01 WSAlMessage PIC X(60).
       01 WSAlLast PIC X(14).
       01 WSAlCount PIC X(5).
       01 WSAlAssignee PIC X(20).
       01 WSAlRunId PIC X(6).

      *> The rewrite goes through this table, same protocol as the
      *> other control-file maintainers: a file deeper than the table
      *> refuses the change rather than rewriting a truncated copy.
       01 WSProblemOverflow PIC A VALUE 'N'.
       01 WSProblemLines.
           05 WSProblemLineCount PIC 9(3) VALUE 0.
           05 WSProblemLine OCCURS 500 TIMES PIC X(200).
       01 WSIdx PIC 9(3).
       01 WSLineIdx PIC 9(3).
       01 WSNewLine PIC X(200).
       01 WSLinkLine PIC X(200).
       01 WSHighNumber PIC 9(4).
       01 WSIdNumber PIC 9(4).
       01 WSLinkedCount PIC 9(3).
       01 WSListedCount PIC 9(3) VALUE 0.

       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSNowStamp PIC X(14).
       01 WSOperator PIC X(20).
       01 WSJournalAction PIC X(10).
       01 WSJournalLine PIC X(240).

      *> Role gate on the resolve path: AUTHCHECK consults the
      *> operator authority dataset and logs refusals to events.log.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.

       COPY "problemFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSActionFlag EQUAL TO SPACE
               PERFORM ShowUsage
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           STRING WSToday WSNowTime(1:6) DELIMITED BY SIZE
               INTO WSNowStamp
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM LoadProblems
           PERFORM LoadProblemLines
           IF ListAction
               PERFORM ListProblems
               STOP RUN
           END-IF

           IF WSProblemOverflow EQUAL TO 'Y' OR PRB-OVERFLOW EQUAL TO 'Y'
               DISPLAY "PROBLEM FILE EXCEEDS ITS TABLES (500 LINES, 100 "
                   "PROBLEMS, 400 LINKS): CHANGE REFUSED SO NOTHING IS "
                   "DROPPED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN OpenAction
                   PERFORM OpenProblem
               WHEN LinkAction
                   PERFORM LinkAlert
               WHEN StatusAction
                   PERFORM ChangeStatus
           END-EVALUATE
           STOP RUN.

       ShowUsage.
           DISPLAY "USAGE: PROBMAINT --open TITLE (--alert N | --key "
               "YYYY-DD-P) [--category CAT]"
           DISPLAY "       PROBMAINT --link PRBnnnn (--alert N | --key "
               "YYYY-DD-P)"
           DISPLAY "       PROBMAINT --status PRBnnnn OPEN|KNOWN|RESOLVED "
               "[--fix REF] [--category CAT]"
           DISPLAY "       PROBMAINT --list [PRBnnnn]"
           DISPLAY "CATEGORIES: INPUT, CODE, CAPACITY, ENVIRONMENT, "
               "DEPENDENCY, OPERATIONS, UNKNOWN".

      *> An action switches to positional reading, the same pattern
      *> HOLDMAINT's --add uses: --open takes the title, --link and
      *> --list the problem id, --status the id then the status.
       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WSArgValue EQUAL TO "--open"
                       SET OpenAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--link"
                       SET LinkAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--status"
                       SET StatusAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--list"
                       SET ListAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--alert"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       COMPUTE WSAlertTarget = FUNCTION NUMVAL(WSArgValue)
                   WHEN WSArgValue EQUAL TO "--key"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:9) TO WSAlertKeyArg
                   WHEN WSArgValue EQUAL TO "--category"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(WSArgValue(1:12))
                           TO WSCategoryText
                   WHEN WSArgValue EQUAL TO "--fix"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:30) TO WSFixText
                   WHEN WSArgValue EQUAL TO "--alerts"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSAlertFileName
                   WHEN OpenAction
                       ADD 1 TO WSPosField
                       IF WSPosField EQUAL TO 1
                           MOVE WSArgValue(1:60) TO WSTitleText
                       END-IF
                   WHEN LinkAction OR ListAction OR StatusAction
                       ADD 1 TO WSPosField
                       EVALUATE WSPosField
                           WHEN 1
                               MOVE FUNCTION UPPER-CASE(WSArgValue(1:7))
                                   TO WSIdText
                           WHEN 2
                               MOVE FUNCTION UPPER-CASE(WSArgValue(1:11))
                                   TO WSStateText
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadProblemLines.
           MOVE 'N' TO WSEOF
           OPEN INPUT ProblemFile
           IF PRB-STATUS NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ProblemFile INTO WSNewLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSProblemLineCount < 500
                           ADD 1 TO WSProblemLineCount
                           MOVE WSNewLine
                               TO WSProblemLine(WSProblemLineCount)
                       ELSE
                           MOVE 'Y' TO WSProblemOverflow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProblemFile.

      *> One line per problem with its linked-alert count; naming a
      *> problem lists its alerts too.
       ListProblems.
           DISPLAY "=== PROBLEM RECORDS ==="
           MOVE 0 TO WSListedCount
           MOVE 1 TO WSIdx
           PERFORM ListOneProblem UNTIL WSIdx > PRB-COUNT
           IF WSListedCount EQUAL TO 0
               DISPLAY "(NO PROBLEMS)"
           END-IF.

       ListOneProblem.
           IF WSIdText NOT EQUAL TO SPACES
           AND PRB-E-ID(WSIdx) NOT EQUAL TO WSIdText
               ADD 1 TO WSIdx
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSListedCount
           MOVE PRB-E-ID(WSIdx) TO PRB-KEY-ID
           PERFORM CountProblemLinks
           DISPLAY PRB-E-ID(WSIdx) " " PRB-E-STATE(WSIdx) " "
               PRB-E-CATEGORY(WSIdx) " OPENED " PRB-E-OPENED(WSIdx)(1:8)
               " " WSLinkedCount " ALERT(S): "
               FUNCTION TRIM(PRB-E-TITLE(WSIdx))
           IF PRB-E-FIX(WSIdx) NOT EQUAL TO SPACES
               DISPLAY "        FIX " FUNCTION TRIM(PRB-E-FIX(WSIdx))
                   " RESOLVED " PRB-E-RESOLVED-AT(WSIdx)(1:8)
           END-IF
           IF WSIdText NOT EQUAL TO SPACES
               MOVE 1 TO PRB-LINK-IDX
               PERFORM ListOneLink UNTIL PRB-LINK-IDX > PRB-LINK-COUNT
           END-IF
           ADD 1 TO WSIdx.

       ListOneLink.
           IF PRB-L-ID(PRB-LINK-IDX) EQUAL TO PRB-KEY-ID
               DISPLAY "        " PRB-L-KEY(PRB-LINK-IDX) " CODE "
                   PRB-L-CODE(PRB-LINK-IDX) " FROM "
                   FUNCTION TRIM(PRB-L-PROGRAM(PRB-LINK-IDX))
                   " FIRST " PRB-L-STAMP(PRB-LINK-IDX)
                   " RUN " PRB-L-RUNID(PRB-LINK-IDX)
                   " LINKED BY " FUNCTION TRIM(PRB-L-BY(PRB-LINK-IDX))
           END-IF
           ADD 1 TO PRB-LINK-IDX.

       CountProblemLinks.
           MOVE 0 TO WSLinkedCount
           MOVE 1 TO PRB-LINK-IDX
           PERFORM UNTIL PRB-LINK-IDX > PRB-LINK-COUNT
               IF PRB-L-ID(PRB-LINK-IDX) EQUAL TO PRB-KEY-ID
                   ADD 1 TO WSLinkedCount
               END-IF
               ADD 1 TO PRB-LINK-IDX
           END-PERFORM.

      *> A new problem opens from the alert that first shows the
      *> fault, so every problem has at least one incident behind it.
       OpenProblem.
           IF WSTitleText EQUAL TO SPACES
               DISPLAY "A PROBLEM NEEDS A TITLE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSCategoryText EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSCategoryText
           END-IF
           PERFORM ValidateCategory
           PERFORM PickAlert
           PERFORM RefuseLinkedAlert
           IF PRB-COUNT >= 100
               DISPLAY "PROBLEM TABLE FULL (100 PROBLEMS): OPEN REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM NextProblemId

           MOVE "OPEN" TO WSStateText
           MOVE SPACES TO WSFixText
           MOVE SPACES TO WSNewLine
           STRING "P|" WSIdText "|" FUNCTION TRIM(WSStateText) "|"
               FUNCTION TRIM(WSCategoryText) "|" WSNowStamp "||"
               "|" FUNCTION TRIM(WSTitleText) "|"
               FUNCTION TRIM(WSOperator)
               DELIMITED BY SIZE INTO WSNewLine
           PERFORM BuildLinkLine
           PERFORM AppendProblemLine
           MOVE WSLinkLine TO WSNewLine
           PERFORM AppendProblemLine
           PERFORM RewriteProblemFile
           MOVE WSProblemLine(WSProblemLineCount - 1) TO WSNewLine
           MOVE "OPEN" TO WSJournalAction
           PERFORM JournalAction
           MOVE WSLinkLine TO WSNewLine
           MOVE "LINK" TO WSJournalAction
           PERFORM JournalAction
           DISPLAY "OPENED " WSIdText ": " FUNCTION TRIM(WSTitleText)
           DISPLAY "LINKED: " FUNCTION TRIM(WSPickedLine(3:157)).

      *> Linking to a resolved problem is allowed - it is exactly the
      *> fault coming back after its fix - and is called out so the
      *> problem gets reopened.
       LinkAlert.
           PERFORM FindNamedProblem
           PERFORM PickAlert
           PERFORM RefuseLinkedAlert
           IF PRB-LINK-COUNT >= 400
               DISPLAY "LINK TABLE FULL (400 LINKS): LINK REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BuildLinkLine
           MOVE WSLinkLine TO WSNewLine
           PERFORM AppendProblemLine
           PERFORM RewriteProblemFile
           MOVE "LINK" TO WSJournalAction
           PERFORM JournalAction
           DISPLAY "LINKED TO " WSIdText ": "
               FUNCTION TRIM(WSPickedLine(3:157))
           IF PRB-E-RESOLVED(PRB-HIT)
               DISPLAY "NOTE: " WSIdText " IS RESOLVED (FIX "
                   FUNCTION TRIM(PRB-E-FIX(PRB-HIT))
                   ") AND HAS RECURRED - REOPEN WITH --status "
                   WSIdText " OPEN"
           END-IF.

       ChangeStatus.
           PERFORM FindNamedProblem
           EVALUATE WSStateText
               WHEN "OPEN"
                   CONTINUE
               WHEN "KNOWN"
               WHEN "KNOWN-ERROR"
               WHEN "KNOWNERROR"
                   MOVE "KNOWN ERROR" TO WSStateText
               WHEN "RESOLVED"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "STATUS MUST BE OPEN, KNOWN OR RESOLVED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WSCategoryText EQUAL TO SPACES
               MOVE PRB-E-CATEGORY(PRB-HIT) TO WSCategoryText
           END-IF
           PERFORM ValidateCategory
           IF WSFixText EQUAL TO SPACES
               MOVE PRB-E-FIX(PRB-HIT) TO WSFixText
           END-IF
           IF WSStateText EQUAL TO "RESOLVED"
               IF WSFixText EQUAL TO SPACES
                   DISPLAY "RESOLVING NEEDS A FIX REFERENCE (--fix REF)."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "PROBLEM RESOLVE" TO WSAuthAction
               MOVE "SENIOR" TO WSAuthRole
               CALL 'AUTHCHECK' USING WSAuthRequest
               MOVE 0 TO RETURN-CODE
               IF WSAuthOk NOT EQUAL TO 'Y'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PRB-E-RESOLVED(PRB-HIT)
                   MOVE PRB-E-RESOLVED-AT(PRB-HIT) TO WSNowStamp
               END-IF
           ELSE
               MOVE SPACES TO WSNowStamp
           END-IF

           MOVE SPACES TO WSNewLine
           STRING "P|" WSIdText "|" FUNCTION TRIM(WSStateText) "|"
               FUNCTION TRIM(WSCategoryText) "|" PRB-E-OPENED(PRB-HIT)
               "|" FUNCTION TRIM(WSNowStamp) "|"
               FUNCTION TRIM(WSFixText) "|"
               FUNCTION TRIM(PRB-E-TITLE(PRB-HIT)) "|"
               FUNCTION TRIM(PRB-E-BY(PRB-HIT))
               DELIMITED BY SIZE INTO WSNewLine
           MOVE 0 TO WSLineIdx
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSProblemLineCount
               IF WSProblemLine(WSIdx)(1:2) EQUAL TO "P|"
               AND WSProblemLine(WSIdx)(3:7) EQUAL TO WSIdText
                   MOVE WSIdx TO WSLineIdx
                   MOVE WSProblemLineCount TO WSIdx
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM
           MOVE WSNewLine TO WSProblemLine(WSLineIdx)
           PERFORM RewriteProblemFile
           MOVE "STATUS" TO WSJournalAction
           PERFORM JournalAction
           DISPLAY "UPDATED: " FUNCTION TRIM(WSNewLine).

       FindNamedProblem.
           IF WSIdText EQUAL TO SPACES
               PERFORM ShowUsage
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSIdText TO PRB-KEY-ID
           PERFORM FindProblem
           IF PRB-HIT EQUAL TO 0
               DISPLAY "NO PROBLEM " WSIdText " ON RECORD."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ValidateCategory.
           EVALUATE WSCategoryText
               WHEN "INPUT"
               WHEN "CODE"
               WHEN "CAPACITY"
               WHEN "ENVIRONMENT"
               WHEN "DEPENDENCY"
               WHEN "OPERATIONS"
               WHEN "UNKNOWN"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN ROOT-CAUSE CATEGORY "
                       FUNCTION TRIM(WSCategoryText) "."
                   PERFORM ShowUsage
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> --alert N counts unacknowledged records in file order, as
      *> ALERTSWEEP numbers them; --key keeps the last record on the
      *> key not yet linked, the file being chronological, so
      *> repeating it walks back through the key's history.
       PickAlert.
           IF WSAlertTarget EQUAL TO 0 AND WSAlertKeyArg EQUAL TO SPACES
               DISPLAY "NAME THE ALERT WITH --alert N (ALERTSWEEP'S "
                   "NUMBER) OR --key YYYY-DD-P."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WSAlertFound
           MOVE 0 TO WSAlertSeq
           MOVE 'N' TO WSEOF
           OPEN INPUT AlertFile
           IF WSAlertStatus NOT EQUAL TO 0
               DISPLAY "NO ALERTS FILE (" FUNCTION TRIM(WSAlertFileName)
                   ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ AlertFile INTO WSAlertLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM PickOneAlert
               END-READ
           END-PERFORM
           CLOSE AlertFile
           IF WSAlertFound NOT EQUAL TO 'Y'
               IF WSAlertTarget NOT EQUAL TO 0
                   DISPLAY "NO UNACKNOWLEDGED ALERT NUMBER " WSAlertTarget
                       "."
               ELSE
                   DISPLAY "NO UNLINKED ALERT ON " WSAlertKeyArg "."
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WSAlAck
           MOVE SPACES TO WSAlStamp
           MOVE SPACES TO WSAlProgram
           MOVE SPACES TO WSAlKey
           MOVE SPACES TO WSAlCode
           MOVE SPACES TO WSAlMessage
           MOVE SPACES TO WSAlLast
           MOVE SPACES TO WSAlCount
           MOVE SPACES TO WSAlAssignee
           MOVE SPACES TO WSAlRunId
           UNSTRING WSPickedLine DELIMITED BY "|"
               INTO WSAlAck WSAlStamp WSAlProgram WSAlKey WSAlCode
                    WSAlMessage WSAlLast WSAlCount WSAlAssignee
                    WSAlRunId
           IF WSAlRunId EQUAL TO SPACES
               MOVE "000000" TO WSAlRunId
           END-IF.

       PickOneAlert.
           IF WSAlertTarget NOT EQUAL TO 0
               IF WSAlertLine(1:2) EQUAL TO "N|"
                   ADD 1 TO WSAlertSeq
                   IF WSAlertSeq EQUAL TO WSAlertTarget
                       MOVE WSAlertLine TO WSPickedLine
                       MOVE 'Y' TO WSAlertFound
                       MOVE 'Y' TO WSEOF
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WSAlStamp
               MOVE SPACES TO WSAlProgram
               MOVE SPACES TO WSAlKey
               MOVE SPACES TO WSAlCode
               UNSTRING WSAlertLine DELIMITED BY "|"
                   INTO WSAlAck WSAlStamp WSAlProgram WSAlKey WSAlCode
               IF WSAlKey EQUAL TO WSAlertKeyArg
                   MOVE WSAlStamp TO PRB-KEY-STAMP
                   MOVE WSAlProgram TO PRB-KEY-PROGRAM
                   MOVE WSAlKey TO PRB-KEY-KEY
                   MOVE WSAlCode TO PRB-KEY-CODE
                   PERFORM FindProblemLink
                   IF PRB-LINK-HIT EQUAL TO 0
                       MOVE WSAlertLine TO WSPickedLine
                       MOVE 'Y' TO WSAlertFound
                   END-IF
               END-IF
           END-IF.

       RefuseLinkedAlert.
           MOVE WSAlStamp TO PRB-KEY-STAMP
           MOVE WSAlProgram TO PRB-KEY-PROGRAM
           MOVE WSAlKey TO PRB-KEY-KEY
           MOVE WSAlCode TO PRB-KEY-CODE
           PERFORM FindProblemLink
           IF PRB-LINK-HIT NOT EQUAL TO 0
               DISPLAY "THAT ALERT IS ALREADY LINKED TO "
                   PRB-L-ID(PRB-LINK-HIT) ": "
                   FUNCTION TRIM(WSPickedLine(3:157))
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Ids run PRB0001 upward from the highest on file, so a
      *> hand-removed problem never has its id reissued.
       NextProblemId.
           MOVE 0 TO WSHighNumber
           MOVE 1 TO PRB-IDX
           PERFORM UNTIL PRB-IDX > PRB-COUNT
               IF PRB-E-ID(PRB-IDX)(4:4) IS NUMERIC
                   MOVE PRB-E-ID(PRB-IDX)(4:4) TO WSIdNumber
                   IF WSIdNumber > WSHighNumber
                       MOVE WSIdNumber TO WSHighNumber
                   END-IF
               END-IF
               ADD 1 TO PRB-IDX
           END-PERFORM
           ADD 1 TO WSHighNumber
           MOVE SPACES TO WSIdText
           STRING "PRB" WSHighNumber DELIMITED BY SIZE INTO WSIdText.

       BuildLinkLine.
           MOVE SPACES TO WSLinkLine
           STRING "L|" WSIdText "|" WSAlStamp "|"
               FUNCTION TRIM(WSAlProgram) "|" WSAlKey "|" WSAlCode "|"
               FUNCTION TRIM(WSAlRunId) "|" WSNowStamp "|"
               FUNCTION TRIM(WSOperator)
               DELIMITED BY SIZE INTO WSLinkLine.

       AppendProblemLine.
           IF WSProblemLineCount >= 500
               DISPLAY "PROBLEM FILE FULL (500 LINES): CHANGE REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WSProblemLineCount
           MOVE WSNewLine TO WSProblemLine(WSProblemLineCount).

       RewriteProblemFile.
           OPEN OUTPUT ProblemFile
           IF PRB-STATUS NOT EQUAL TO 0
               DISPLAY "Error " PRB-STATUS ": unable to rewrite "
                   "tools/data/problems. Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSProblemLineCount
               WRITE ProblemRecord FROM WSProblemLine(WSIdx)
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE ProblemFile.

      *> One journal record per change: timestamp, operator, action,
      *> and the record it wrote.
       JournalAction.
           MOVE SPACES TO WSJournalLine
           STRING WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSOperator) "|"
               FUNCTION TRIM(WSJournalAction) "|"
               FUNCTION TRIM(WSNewLine)
               DELIMITED BY SIZE INTO WSJournalLine
           OPEN EXTEND JournalFile
           IF WSJournalStatus NOT EQUAL TO 0
               OPEN OUTPUT JournalFile
           END-IF
           IF WSJournalStatus EQUAL TO 0
               WRITE JournalRecord FROM WSJournalLine
               CLOSE JournalFile
           END-IF.

       COPY "problemLoad.cpy".
