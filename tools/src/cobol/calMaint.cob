       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.
           SELECT JournalFile ASSIGN TO "tools/data/calendar_journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJournalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CalendarFile.
       01 CalendarRecord PIC X(80).
       FD JournalFile.
       01 JournalRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Supervisor maintenance of the shop business calendar
      *> (tools/data/business_calendar, see calendarFile.cpy):
      *>   --add DATE TYPE DESCRIPTION   DATE YYYYMMDD or a range
      *>                                 YYYYMMDD-YYYYMMDD, TYPE
      *>                                 HOLIDAY, SHUTDOWN or SPECIAL
      *>   --remove DATE                 the entry with that DATE
      *>   --weekend DAYS                the closed weekdays, e.g. 67
      *>   --list                        every entry, in date order
      *>   --check DATE [--plus N]       business day or not, the next
      *>                                 one, and N business days on
      *> Changes need the SUPERVISOR role (AUTHCHECK), keep the file
      *> in date order under its comment header, and are journaled
      *> to tools/data/calendar_journal like the hold list's are.
       01 WSJournalStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSActionFlag PIC X VALUE SPACE.
           88 AddAction VALUE 'A'.
           88 RemoveAction VALUE 'R'.
           88 WeekendAction VALUE 'W'.
           88 ListAction VALUE 'L'.
           88 CheckAction VALUE 'C'.
       01 WSPosField PIC 9 VALUE 0.
       01 WSDateText PIC X(20) VALUE SPACES.
       01 WSTypeText PIC X(10) VALUE SPACES.
       01 WSNoteText PIC X(40) VALUE SPACES.
       01 WSPlusText PIC X(6) VALUE SPACES.
       01 WSPlusDays PIC S9(4) VALUE 0.
       01 WSDateDisplay PIC 9(8).

       COPY "calendarFile.cpy".

      *> The rewrite goes through this table, same protocol as the
      *> other control-file maintainers: a file deeper than the table
      *> refuses the change rather than rewriting a truncated copy.
       01 WSCalOverflow PIC A VALUE 'N'.
       01 WSCalTable.
           05 WSCalCount PIC 9(3) VALUE 0.
           05 WSCalLine OCCURS 400 TIMES PIC X(80).
       01 WSIdx PIC 9(3).
       01 WSInsertIdx PIC 9(3).
       01 WSMatchedIdx PIC 9(3).
       01 WSLine PIC X(80).
       01 WSLineDate PIC X(20).
       01 WSLineType PIC X(10).
       01 WSLineNote PIC X(40).
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSOperator PIC X(20).
       01 WSJournalLine PIC X(120).
       01 WSJournalAction PIC X(8).
       01 WSNewLine PIC X(80).
       01 WSListedCount PIC 9(3) VALUE 0.
       01 WSWeekendOk PIC A.

       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.

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
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           IF CheckAction
               PERFORM CheckOneDate
               STOP RUN
           END-IF
           PERFORM LoadCalendarLines
           IF ListAction
               PERFORM ListCalendar
               STOP RUN
           END-IF

           IF WSCalOverflow EQUAL TO 'Y'
               DISPLAY "CALENDAR EXCEEDS THE 400-LINE TABLE: CHANGE "
                   "REFUSED SO NO ENTRY IS DROPPED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSDateText EQUAL TO SPACES
               PERFORM ShowUsage
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CALENDAR CHANGE" TO WSAuthAction
           MOVE "SUPERVISOR" TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN AddAction
                   PERFORM AddCalendarEntry
               WHEN RemoveAction
                   PERFORM RemoveCalendarEntry
               WHEN WeekendAction
                   PERFORM SetWeekendRule
           END-EVALUATE
           STOP RUN.

       ShowUsage.
           DISPLAY "USAGE: CALMAINT --add DATE TYPE DESCRIPTION"
           DISPLAY "       (DATE YYYYMMDD OR YYYYMMDD-YYYYMMDD, TYPE "
               "HOLIDAY, SHUTDOWN OR SPECIAL)"
           DISPLAY "       CALMAINT --remove DATE"
           DISPLAY "       CALMAINT --weekend DAYS  (1 MONDAY - 7 "
               "SUNDAY, E.G. 67)"
           DISPLAY "       CALMAINT --list"
           DISPLAY "       CALMAINT --check YYYYMMDD [--plus N]".

      *> --add/--remove switch to positional DATE [TYPE DESCRIPTION]
      *> reading, the same pattern HOLDMAINT's --add uses.
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
                   WHEN WSArgValue EQUAL TO "--remove"
                       SET RemoveAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--weekend"
                       SET WeekendAction TO TRUE
                       MOVE "WEEKEND" TO WSDateText
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:10) TO WSTypeText
                   WHEN WSArgValue EQUAL TO "--list"
                       SET ListAction TO TRUE
                   WHEN WSArgValue EQUAL TO "--check"
                       SET CheckAction TO TRUE
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:20) TO WSDateText
                   WHEN WSArgValue EQUAL TO "--plus"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:6) TO WSPlusText
                   WHEN AddAction OR RemoveAction
                       ADD 1 TO WSPosField
                       EVALUATE WSPosField
                           WHEN 1 MOVE WSArgValue(1:20) TO WSDateText
                           WHEN 2 MOVE WSArgValue(1:10) TO WSTypeText
                           WHEN 3 MOVE WSArgValue(1:40) TO WSNoteText
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WSTypeText) TO WSTypeText.

       LoadCalendarLines.
           OPEN INPUT CalendarFile
           IF BCAL-STATUS NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CalendarFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSCalCount < 400
                           ADD 1 TO WSCalCount
                           MOVE WSLine TO WSCalLine(WSCalCount)
                       ELSE
                           MOVE 'Y' TO WSCalOverflow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CalendarFile.

       ListCalendar.
           DISPLAY "=== BUSINESS CALENDAR ==="
           MOVE 0 TO WSListedCount
           MOVE 1 TO WSIdx
           PERFORM ListOneEntry UNTIL WSIdx > WSCalCount
           IF WSListedCount EQUAL TO 0
               DISPLAY "(NO ENTRIES: EVERY DAY IS A BUSINESS DAY)"
           END-IF.

       ListOneEntry.
           MOVE WSCalLine(WSIdx) TO WSLine
           ADD 1 TO WSIdx
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSListedCount
           PERFORM SplitCalendarLine
           IF WSLineDate EQUAL TO "WEEKEND"
               DISPLAY "  WEEKEND (CLOSED WEEKDAYS) "
                   FUNCTION TRIM(WSLineType) "  "
                   FUNCTION TRIM(WSLineNote)
           ELSE
               DISPLAY "  " WSLineDate " " WSLineType " "
                   FUNCTION TRIM(WSLineNote)
           END-IF.

       SplitCalendarLine.
           MOVE SPACES TO WSLineDate
           MOVE SPACES TO WSLineType
           MOVE SPACES TO WSLineNote
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSLineDate WSLineType WSLineNote
           MOVE FUNCTION UPPER-CASE(WSLineDate) TO WSLineDate.

      *> What the shared arithmetic makes of one date - the answer
      *> every program counting on the calendar will get.
       CheckOneDate.
           IF WSDateText(1:8) IS NOT NUMERIC
               DISPLAY "--check NEEDS A DATE AS YYYYMMDD."
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WSDateText(1:8))) NOT EQUAL TO 0
               DISPLAY "--check NEEDS A DATE AS YYYYMMDD."
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           PERFORM LoadBusinessCalendar
           COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSDateText(1:8))
           PERFORM CheckBusinessDay
           IF BCAL-OPEN
               IF BCAL-REASON EQUAL TO SPACES
                   DISPLAY WSDateText(1:8) " IS A BUSINESS DAY"
               ELSE
                   DISPLAY WSDateText(1:8) " IS A BUSINESS DAY ("
                       FUNCTION TRIM(BCAL-REASON) ")"
               END-IF
           ELSE
               DISPLAY WSDateText(1:8) " IS NOT A BUSINESS DAY ("
                   FUNCTION TRIM(BCAL-REASON) ")"
           END-IF
           PERFORM NextBusinessDay
           MOVE BCAL-DATE TO WSDateDisplay
           DISPLAY "NEXT BUSINESS DAY: " WSDateDisplay
           IF WSPlusText NOT EQUAL TO SPACES
               COMPUTE WSPlusDays = FUNCTION NUMVAL(WSPlusText)
               COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSDateText(1:8))
               MOVE WSPlusDays TO BCAL-DAYS
               PERFORM AddBusinessDays
               MOVE BCAL-DATE TO WSDateDisplay
               DISPLAY FUNCTION TRIM(WSPlusText) " BUSINESS DAY(S) "
                   "FROM " WSDateText(1:8) ": " WSDateDisplay
           END-IF.

      *> An add must carry a real date (or a range running forwards)
      *> and a known type, and must not duplicate an existing DATE.
       AddCalendarEntry.
           PERFORM ValidateEntryDate
           IF WSTypeText NOT EQUAL TO "HOLIDAY"
           AND WSTypeText NOT EQUAL TO "SHUTDOWN"
           AND WSTypeText NOT EQUAL TO "SPECIAL"
               DISPLAY "TYPE MUST BE HOLIDAY, SHUTDOWN OR SPECIAL: "
                   "ENTRY REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSNoteText EQUAL TO SPACES
               DISPLAY "A CALENDAR ENTRY NEEDS A DESCRIPTION."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FindMatchingEntry
           IF WSMatchedIdx NOT EQUAL TO 0
               DISPLAY "THAT DATE IS ALREADY ON THE CALENDAR: "
                   FUNCTION TRIM(WSCalLine(WSMatchedIdx))
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSCalCount >= 400
               DISPLAY "CALENDAR FULL (400 LINES): ENTRY REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WSNewLine
           STRING FUNCTION TRIM(WSDateText) "|"
               FUNCTION TRIM(WSTypeText) "|" FUNCTION TRIM(WSNoteText)
               DELIMITED BY SIZE INTO WSNewLine
           PERFORM FindInsertPoint
           MOVE WSCalCount TO WSIdx
           PERFORM UNTIL WSIdx < WSInsertIdx
               MOVE WSCalLine(WSIdx) TO WSCalLine(WSIdx + 1)
               SUBTRACT 1 FROM WSIdx
           END-PERFORM
           MOVE WSNewLine TO WSCalLine(WSInsertIdx)
           ADD 1 TO WSCalCount
           PERFORM RewriteCalendarFile
           MOVE "ADD" TO WSJournalAction
           PERFORM JournalAction
           DISPLAY "ADDED: " FUNCTION TRIM(WSNewLine).

       ValidateEntryDate.
           IF WSDateText(1:8) IS NOT NUMERIC
               DISPLAY "DATE MUST BE YYYYMMDD OR YYYYMMDD-YYYYMMDD: "
                   "ENTRY REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WSDateText(1:8))) NOT EQUAL TO 0
               DISPLAY "NO SUCH DATE " WSDateText(1:8)
                   ": ENTRY REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSDateText(9:1) EQUAL TO SPACE
               NEXT SENTENCE
           END-IF
           IF WSDateText(9:1) NOT EQUAL TO '-'
           OR WSDateText(10:8) IS NOT NUMERIC
           OR WSDateText(18:3) NOT EQUAL TO SPACES
               DISPLAY "DATE MUST BE YYYYMMDD OR YYYYMMDD-YYYYMMDD: "
                   "ENTRY REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WSDateText(10:8))) NOT EQUAL TO 0
           OR WSDateText(10:8) < WSDateText(1:8)
               DISPLAY "RANGE END " WSDateText(10:8)
                   " IS NOT A DATE ON OR AFTER " WSDateText(1:8)
                   ": ENTRY REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       RemoveCalendarEntry.
           PERFORM FindMatchingEntry
           IF WSMatchedIdx EQUAL TO 0
               DISPLAY "NO CALENDAR ENTRY FOR " FUNCTION TRIM(WSDateText)
                   "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSCalLine(WSMatchedIdx) TO WSNewLine
           MOVE WSMatchedIdx TO WSIdx
           PERFORM UNTIL WSIdx >= WSCalCount
               MOVE WSCalLine(WSIdx + 1) TO WSCalLine(WSIdx)
               ADD 1 TO WSIdx
           END-PERFORM
           SUBTRACT 1 FROM WSCalCount
           PERFORM RewriteCalendarFile
           MOVE "REMOVE" TO WSJournalAction
           PERFORM JournalAction
           DISPLAY "REMOVED: " FUNCTION TRIM(WSNewLine).

      *> The closed weekdays, digits 1-7 each at most once; spaces
      *> (--weekend NONE) would make every weekday a business day.
       SetWeekendRule.
           IF WSTypeText EQUAL TO "NONE"
               MOVE SPACES TO WSTypeText
           END-IF
           MOVE 'Y' TO WSWeekendOk
           PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > 10
               IF WSTypeText(WSIdx:1) NOT EQUAL TO SPACE
                   IF WSTypeText(WSIdx:1) < "1"
                   OR WSTypeText(WSIdx:1) > "7"
                   OR WSIdx > 7
                       MOVE 'N' TO WSWeekendOk
                   END-IF
               END-IF
           END-PERFORM
           IF WSWeekendOk NOT EQUAL TO 'Y'
               DISPLAY "WEEKEND DAYS ARE DIGITS 1 (MONDAY) - 7 "
                   "(SUNDAY), E.G. 67, OR NONE: CHANGE REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WSNewLine
           STRING "WEEKEND|" FUNCTION TRIM(WSTypeText)
               "|Closed weekdays"
               DELIMITED BY SIZE INTO WSNewLine
           PERFORM FindMatchingEntry
           IF WSMatchedIdx EQUAL TO 0
               IF WSCalCount >= 400
                   DISPLAY "CALENDAR FULL (400 LINES): CHANGE REFUSED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM FindInsertPoint
               MOVE WSCalCount TO WSIdx
               PERFORM UNTIL WSIdx < WSInsertIdx
                   MOVE WSCalLine(WSIdx) TO WSCalLine(WSIdx + 1)
                   SUBTRACT 1 FROM WSIdx
               END-PERFORM
               ADD 1 TO WSCalCount
               MOVE WSInsertIdx TO WSMatchedIdx
           END-IF
           MOVE WSNewLine TO WSCalLine(WSMatchedIdx)
           PERFORM RewriteCalendarFile
           MOVE "WEEKEND" TO WSJournalAction
           PERFORM JournalAction
           DISPLAY "SET: " FUNCTION TRIM(WSNewLine).

       FindMatchingEntry.
           MOVE 0 TO WSMatchedIdx
           MOVE FUNCTION UPPER-CASE(WSDateText) TO WSDateText
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSCalCount
               MOVE WSCalLine(WSIdx) TO WSLine
               IF FUNCTION TRIM(WSLine) NOT EQUAL TO SPACES
               AND WSLine(1:1) NOT EQUAL TO '*'
                   PERFORM SplitCalendarLine
                   IF WSLineDate EQUAL TO WSDateText
                       MOVE WSIdx TO WSMatchedIdx
                       MOVE WSCalCount TO WSIdx
                   END-IF
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM.

      *> Date order under the comment header, the WEEKEND rule ahead
      *> of every dated entry: the new line goes in front of the
      *> first entry that sorts after it.
       FindInsertPoint.
           COMPUTE WSInsertIdx = WSCalCount + 1
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSCalCount
               MOVE WSCalLine(WSIdx) TO WSLine
               IF FUNCTION TRIM(WSLine) NOT EQUAL TO SPACES
               AND WSLine(1:1) NOT EQUAL TO '*'
                   PERFORM SplitCalendarLine
                   IF WSDateText EQUAL TO "WEEKEND"
                   OR (WSLineDate NOT EQUAL TO "WEEKEND"
                       AND WSLineDate > WSDateText)
                       MOVE WSIdx TO WSInsertIdx
                       MOVE WSCalCount TO WSIdx
                   END-IF
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM.

       RewriteCalendarFile.
           OPEN OUTPUT CalendarFile
           IF BCAL-STATUS NOT EQUAL TO 0
               DISPLAY "Error " BCAL-STATUS ": unable to rewrite "
                   "tools/data/business_calendar. Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSCalCount
               WRITE CalendarRecord FROM WSCalLine(WSIdx)
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE CalendarFile.

      *> One journal record per change: timestamp, operator, action,
      *> and the entry it touched.
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

       COPY "calendarMath.cpy".
