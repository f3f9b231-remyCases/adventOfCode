       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBREPORT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProblemFile ASSIGN TO "tools/data/problems"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRB-STATUS.
           SELECT AlertFile ASSIGN TO WSAlertFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAlertStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProblemFile.
       01 ProblemRecord PIC X(200).
       FD AlertFile.
       01 AlertRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> Recurrence per problem record (problemFile.cpy) and the time
      *> the shop takes to resolve one:
      *>   PROBREPORT [--problem PRBnnnn] [--alerts PATH]
      *> Per problem: linked alerts, the failures behind them (a
      *> flood-collapsed alert weighs by its occurrence count while it
      *> is still in alerts.log, as one once archived), distinct runs
      *> hit, first and last failure, days open or days to resolve,
      *> and the alerts that came back after the fix was recorded.
      *> The summary gives the problems by status and the average
      *> days from open to resolved.
       01 WSAlertFileName PIC X(80) VALUE "results/alerts.log".
       01 WSAlertStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSProblemFilter PIC X(7) VALUE SPACES.

       01 WSLine PIC X(160).
       01 WSAckText PIC X(1).
       01 WSStampText PIC X(14).
       01 WSProgramText PIC X(12).
       01 WSKeyText PIC X(9).
       01 WSCodeText PIC X(4).
       01 WSMsgText PIC X(60).
       01 WSLastText PIC X(14).
       01 WSCountText PIC X(5).

      *> The alerts still on file, by identity, for the occurrence
      *> counts and last stamps the links do not carry.
       01 WSAlertOverflow PIC A VALUE 'N'.
       01 WSAlertTable.
           05 WSAlertCount PIC 9(3) VALUE 0.
           05 WSAlertEntry OCCURS 200 TIMES.
               10 WSAlStamp PIC X(14).
               10 WSAlProgram PIC X(12).
               10 WSAlKey PIC X(9).
               10 WSAlCode PIC X(4).
               10 WSAlLast PIC X(14).
               10 WSAlOccurs PIC 9(5).
       01 WSAlIdx PIC 9(3).
       01 WSAlHit PIC 9(3).

       01 WSIdx PIC 9(3).
       01 WSRunIdx PIC 9(3).
       01 WSRunSeen PIC A.
       01 WSLinks PIC 9(3).
       01 WSOccurs PIC 9(7).
       01 WSRuns PIC 9(3).
       01 WSRecurred PIC 9(3).
       01 WSFirstSeen PIC X(14).
       01 WSLastSeen PIC X(14).

      *> Elapsed time in minutes between two YYYYMMDDHHMMSS stamps.
       01 WSFromStamp PIC X(14).
       01 WSToStamp PIC X(14).
       01 WSFromMinutes PIC 9(11).
       01 WSToMinutes PIC 9(11).
       01 WSElapsedMinutes PIC S9(11).
       01 WSElapsedDays PIC 9(5)V9.
       01 WSDaysDisplay PIC ZZZZ9.9.
       01 WSNowStamp PIC X(14).
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).

       01 WSReportedCount PIC 9(3) VALUE 0.
       01 WSOpenCount PIC 9(3) VALUE 0.
       01 WSKnownCount PIC 9(3) VALUE 0.
       01 WSResolvedCount PIC 9(3) VALUE 0.
       01 WSRecurringCount PIC 9(3) VALUE 0.
       01 WSResolveMinutes PIC 9(13) VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSOccursDisplay.

       COPY "problemFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           STRING WSToday WSNowTime(1:6) DELIMITED BY SIZE
               INTO WSNowStamp
           PERFORM LoadProblems
           IF NOT PRB-AVAILABLE OR PRB-COUNT EQUAL TO 0
               DISPLAY "NO PROBLEM RECORDS (tools/data/problems)."
               STOP RUN
           END-IF
           IF PRB-OVERFLOW EQUAL TO 'Y'
               DISPLAY "(PROBLEM FILE EXCEEDS ITS TABLES: LATER RECORDS "
                   "NOT REPORTED)"
           END-IF
           PERFORM LoadAlerts
           DISPLAY "=== PROBLEM RECURRENCE ==="
           MOVE 1 TO WSIdx
           PERFORM ReportOneProblem UNTIL WSIdx > PRB-COUNT
           PERFORM ReportSummary
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--problem"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(WSArgValue(1:7))
                           TO WSProblemFilter
                   WHEN "--alerts"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSAlertFileName
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadAlerts.
           MOVE 'N' TO WSEOF
           OPEN INPUT AlertFile
           IF WSAlertStatus NOT EQUAL TO 0
               DISPLAY "(NO ALERTS FILE: EVERY LINKED ALERT COUNTS ONCE)"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ AlertFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreOneAlert
               END-READ
           END-PERFORM
           CLOSE AlertFile
           IF WSAlertOverflow EQUAL TO 'Y'
               DISPLAY "(ALERTS FILE EXCEEDS THE 200-RECORD TABLE: LATER "
                   "ALERTS COUNT ONCE)"
           END-IF.

       StoreOneAlert.
           MOVE SPACES TO WSStampText
           MOVE SPACES TO WSProgramText
           MOVE SPACES TO WSKeyText
           MOVE SPACES TO WSCodeText
           MOVE SPACES TO WSLastText
           MOVE SPACES TO WSCountText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSAckText WSStampText WSProgramText WSKeyText
                    WSCodeText WSMsgText WSLastText WSCountText
           IF WSKeyText(5:1) NOT EQUAL TO "-"
               NEXT SENTENCE
           END-IF
           IF WSAlertCount >= 200
               MOVE 'Y' TO WSAlertOverflow
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSAlertCount
           MOVE WSStampText TO WSAlStamp(WSAlertCount)
           MOVE WSProgramText TO WSAlProgram(WSAlertCount)
           MOVE WSKeyText TO WSAlKey(WSAlertCount)
           MOVE WSCodeText TO WSAlCode(WSAlertCount)
           MOVE WSLastText TO WSAlLast(WSAlertCount)
           IF WSLastText EQUAL TO SPACES
               MOVE WSStampText TO WSAlLast(WSAlertCount)
           END-IF
           MOVE 1 TO WSAlOccurs(WSAlertCount)
           IF WSCountText NOT EQUAL TO SPACES
               COMPUTE WSAlOccurs(WSAlertCount) =
                   FUNCTION NUMVAL(WSCountText)
           END-IF
           IF WSAlOccurs(WSAlertCount) EQUAL TO 0
               MOVE 1 TO WSAlOccurs(WSAlertCount)
           END-IF.

       ReportOneProblem.
           IF WSProblemFilter NOT EQUAL TO SPACES
           AND PRB-E-ID(WSIdx) NOT EQUAL TO WSProblemFilter
               ADD 1 TO WSIdx
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSReportedCount
           EVALUATE TRUE
               WHEN PRB-E-RESOLVED(WSIdx)
                   ADD 1 TO WSResolvedCount
               WHEN PRB-E-KNOWN(WSIdx)
                   ADD 1 TO WSKnownCount
               WHEN OTHER
                   ADD 1 TO WSOpenCount
           END-EVALUATE
           MOVE 0 TO WSLinks
           MOVE 0 TO WSOccurs
           MOVE 0 TO WSRuns
           MOVE 0 TO WSRecurred
           MOVE HIGH-VALUES TO WSFirstSeen
           MOVE SPACES TO WSLastSeen
           MOVE 1 TO PRB-LINK-IDX
           PERFORM FoldOneLink UNTIL PRB-LINK-IDX > PRB-LINK-COUNT
           IF WSLinks EQUAL TO 0
               MOVE SPACES TO WSFirstSeen
           END-IF

           DISPLAY PRB-E-ID(WSIdx) " " PRB-E-STATE(WSIdx) " "
               PRB-E-CATEGORY(WSIdx) " "
               FUNCTION TRIM(PRB-E-TITLE(WSIdx))
           MOVE WSOccurs TO WSOccursDisplay
           DISPLAY "  " WSLinks " ALERT(S), "
               FUNCTION TRIM(WSOccursDisplay, LEADING) " FAILURE(S), "
               WSRuns " RUN(S); FIRST " WSFirstSeen(1:8)
               ", LAST " WSLastSeen(1:8)
           MOVE PRB-E-OPENED(WSIdx) TO WSFromStamp
           IF PRB-E-RESOLVED(WSIdx)
           AND PRB-E-RESOLVED-AT(WSIdx) IS NUMERIC
               MOVE PRB-E-RESOLVED-AT(WSIdx) TO WSToStamp
               PERFORM ComputeElapsed
               ADD WSElapsedMinutes TO WSResolveMinutes
               MOVE WSElapsedDays TO WSDaysDisplay
               DISPLAY "  RESOLVED IN " FUNCTION TRIM(WSDaysDisplay)
                   " DAY(S) BY FIX " FUNCTION TRIM(PRB-E-FIX(WSIdx))
           ELSE
               MOVE WSNowStamp TO WSToStamp
               PERFORM ComputeElapsed
               MOVE WSElapsedDays TO WSDaysDisplay
               DISPLAY "  OPEN " FUNCTION TRIM(WSDaysDisplay) " DAY(S)"
           END-IF
           IF WSRecurred > 0
               ADD 1 TO WSRecurringCount
               DISPLAY "  RECURRED AFTER THE FIX: " WSRecurred
                   " ALERT(S) FIRST SEEN SINCE "
                   PRB-E-RESOLVED-AT(WSIdx)(1:8)
           END-IF
           ADD 1 TO WSIdx.

      *> One link into its problem's figures; a run id is counted the
      *> first time the problem's links show it.
       FoldOneLink.
           IF PRB-L-ID(PRB-LINK-IDX) NOT EQUAL TO PRB-E-ID(WSIdx)
               ADD 1 TO PRB-LINK-IDX
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSLinks
           PERFORM FindLinkedAlert
           IF WSAlHit EQUAL TO 0
               ADD 1 TO WSOccurs
               IF PRB-L-STAMP(PRB-LINK-IDX) > WSLastSeen
                   MOVE PRB-L-STAMP(PRB-LINK-IDX) TO WSLastSeen
               END-IF
           ELSE
               ADD WSAlOccurs(WSAlHit) TO WSOccurs
               IF WSAlLast(WSAlHit) > WSLastSeen
                   MOVE WSAlLast(WSAlHit) TO WSLastSeen
               END-IF
           END-IF
           IF PRB-L-STAMP(PRB-LINK-IDX) < WSFirstSeen
               MOVE PRB-L-STAMP(PRB-LINK-IDX) TO WSFirstSeen
           END-IF
           IF PRB-E-RESOLVED-AT(WSIdx) NOT EQUAL TO SPACES
           AND PRB-L-STAMP(PRB-LINK-IDX) > PRB-E-RESOLVED-AT(WSIdx)
               ADD 1 TO WSRecurred
           END-IF
           MOVE 'N' TO WSRunSeen
           MOVE 1 TO WSRunIdx
           PERFORM UNTIL WSRunIdx >= PRB-LINK-IDX
               IF PRB-L-ID(WSRunIdx) EQUAL TO PRB-E-ID(WSIdx)
               AND PRB-L-RUNID(WSRunIdx) EQUAL TO
                   PRB-L-RUNID(PRB-LINK-IDX)
                   MOVE 'Y' TO WSRunSeen
                   MOVE PRB-LINK-IDX TO WSRunIdx
               END-IF
               ADD 1 TO WSRunIdx
           END-PERFORM
           IF WSRunSeen EQUAL TO 'N'
               ADD 1 TO WSRuns
           END-IF
           ADD 1 TO PRB-LINK-IDX.

       FindLinkedAlert.
           MOVE 0 TO WSAlHit
           MOVE 1 TO WSAlIdx
           PERFORM UNTIL WSAlIdx > WSAlertCount
               IF WSAlStamp(WSAlIdx) EQUAL TO PRB-L-STAMP(PRB-LINK-IDX)
               AND WSAlProgram(WSAlIdx) EQUAL TO
                   PRB-L-PROGRAM(PRB-LINK-IDX)
               AND WSAlKey(WSAlIdx) EQUAL TO PRB-L-KEY(PRB-LINK-IDX)
               AND WSAlCode(WSAlIdx) EQUAL TO PRB-L-CODE(PRB-LINK-IDX)
                   MOVE WSAlIdx TO WSAlHit
                   MOVE WSAlertCount TO WSAlIdx
               END-IF
               ADD 1 TO WSAlIdx
           END-PERFORM.

       ComputeElapsed.
           MOVE 0 TO WSElapsedMinutes
           MOVE 0 TO WSElapsedDays
           IF WSFromStamp IS NOT NUMERIC OR WSToStamp IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           COMPUTE WSFromMinutes = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WSFromStamp(1:8))) * 1440
               + FUNCTION NUMVAL(WSFromStamp(9:2)) * 60
               + FUNCTION NUMVAL(WSFromStamp(11:2))
           COMPUTE WSToMinutes = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WSToStamp(1:8))) * 1440
               + FUNCTION NUMVAL(WSToStamp(9:2)) * 60
               + FUNCTION NUMVAL(WSToStamp(11:2))
           COMPUTE WSElapsedMinutes = WSToMinutes - WSFromMinutes
           IF WSElapsedMinutes < 0
               MOVE 0 TO WSElapsedMinutes
           END-IF
           COMPUTE WSElapsedDays ROUNDED = WSElapsedMinutes / 1440.

       ReportSummary.
           DISPLAY "=== " WSReportedCount " PROBLEM(S): " WSOpenCount
               " OPEN, " WSKnownCount " KNOWN ERROR, " WSResolvedCount
               " RESOLVED; " WSRecurringCount " RECURRED AFTER A FIX ==="
           IF WSResolvedCount EQUAL TO 0
               DISPLAY "AVERAGE TIME TO RESOLVE: (NONE RESOLVED)"
           ELSE
               COMPUTE WSElapsedDays ROUNDED =
                   WSResolveMinutes / WSResolvedCount / 1440
               MOVE WSElapsedDays TO WSDaysDisplay
               DISPLAY "AVERAGE TIME TO RESOLVE: "
                   FUNCTION TRIM(WSDaysDisplay) " DAY(S) OVER "
                   WSResolvedCount " PROBLEM(S)"
           END-IF.

       COPY "problemLoad.cpy".
