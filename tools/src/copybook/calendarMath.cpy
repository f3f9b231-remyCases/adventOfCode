      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Business-day arithmetic over the shop calendar loaded from
      *> tools/data/business_calendar (see calendarFile.cpy for the
      *> record and the calling convention). Weekdays are numbered
      *> 1 Monday - 7 Sunday, the numbering SLAREPORT's WEEKDAYS
      *> calendar already uses.
       LoadBusinessCalendar.
           MOVE 0 TO BCAL-COUNT
           MOVE SPACES TO BCAL-WEEKEND
           MOVE 'N' TO BCAL-EOF
           OPEN INPUT CalendarFile
           IF BCAL-STATUS EQUAL TO 0
               PERFORM UNTIL BCAL-EOF EQUAL TO 'Y'
                   READ CalendarFile INTO BCAL-LINE
                       AT END MOVE 'Y' TO BCAL-EOF
                       NOT AT END PERFORM ParseCalendarLine
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       ParseCalendarLine.
           IF FUNCTION TRIM(BCAL-LINE) EQUAL TO SPACES
           OR BCAL-LINE(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO BCAL-DATE-TEXT
           MOVE SPACES TO BCAL-TYPE-TEXT
           MOVE SPACES TO BCAL-NOTE-TEXT
           UNSTRING BCAL-LINE DELIMITED BY '|'
               INTO BCAL-DATE-TEXT BCAL-TYPE-TEXT BCAL-NOTE-TEXT
           MOVE FUNCTION UPPER-CASE(BCAL-DATE-TEXT) TO BCAL-DATE-TEXT
           MOVE FUNCTION UPPER-CASE(BCAL-TYPE-TEXT) TO BCAL-TYPE-TEXT
           IF BCAL-DATE-TEXT EQUAL TO "WEEKEND"
               MOVE BCAL-TYPE-TEXT(1:7) TO BCAL-WEEKEND
               NEXT SENTENCE
           END-IF
           IF BCAL-DATE-TEXT(1:8) IS NOT NUMERIC
               DISPLAY "CALENDAR LINE IGNORED (BAD DATE): "
                   FUNCTION TRIM(BCAL-LINE)
               NEXT SENTENCE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(BCAL-DATE-TEXT(1:8))) NOT EQUAL TO 0
               DISPLAY "CALENDAR LINE IGNORED (BAD DATE): "
                   FUNCTION TRIM(BCAL-LINE)
               NEXT SENTENCE
           END-IF
           IF BCAL-TYPE-TEXT NOT EQUAL TO "HOLIDAY"
           AND BCAL-TYPE-TEXT NOT EQUAL TO "SHUTDOWN"
           AND BCAL-TYPE-TEXT NOT EQUAL TO "SPECIAL"
               DISPLAY "CALENDAR LINE IGNORED (TYPE NOT HOLIDAY/"
                   "SHUTDOWN/SPECIAL): " FUNCTION TRIM(BCAL-LINE)
               NEXT SENTENCE
           END-IF
           IF BCAL-COUNT >= 300
               DISPLAY "CALENDAR LINE IGNORED (TABLE FULL AT 300): "
                   FUNCTION TRIM(BCAL-LINE)
               NEXT SENTENCE
           END-IF
           ADD 1 TO BCAL-COUNT
           COMPUTE BCAL-FROM-INT(BCAL-COUNT) = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BCAL-DATE-TEXT(1:8)))
           MOVE BCAL-FROM-INT(BCAL-COUNT) TO BCAL-TO-INT(BCAL-COUNT)
           IF BCAL-DATE-TEXT(9:1) EQUAL TO '-'
           AND BCAL-DATE-TEXT(10:8) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(BCAL-DATE-TEXT(10:8))) EQUAL TO 0
                   COMPUTE BCAL-TO-INT(BCAL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(BCAL-DATE-TEXT(10:8)))
               END-IF
           END-IF
           IF BCAL-TYPE-TEXT EQUAL TO "SPECIAL"
               SET BCAL-KIND-SPECIAL(BCAL-COUNT) TO TRUE
           ELSE
               SET BCAL-KIND-CLOSED(BCAL-COUNT) TO TRUE
           END-IF
           IF BCAL-NOTE-TEXT EQUAL TO SPACES
               MOVE BCAL-TYPE-TEXT TO BCAL-NOTE-TEXT
           END-IF
           MOVE BCAL-NOTE-TEXT TO BCAL-NOTE(BCAL-COUNT).

       CheckBusinessDay.
           COMPUTE BCAL-INT = FUNCTION INTEGER-OF-DATE(BCAL-DATE)
           PERFORM CheckBusinessInt.

      *> The weekend rule first, then the dated entries: a closed
      *> entry shuts the day, a SPECIAL one reopens it whatever else
      *> applies.
       CheckBusinessInt.
           SET BCAL-OPEN TO TRUE
           MOVE SPACES TO BCAL-REASON
           COMPUTE BCAL-WEEKDAY = FUNCTION MOD(BCAL-INT - 1, 7) + 1
           PERFORM VARYING BCAL-IDX FROM 1 BY 1 UNTIL BCAL-IDX > 7
               IF BCAL-WEEKEND(BCAL-IDX:1) EQUAL TO BCAL-WEEKDAY
                   SET BCAL-CLOSED TO TRUE
                   MOVE "WEEKEND" TO BCAL-REASON
               END-IF
           END-PERFORM
           PERFORM VARYING BCAL-IDX FROM 1 BY 1
               UNTIL BCAL-IDX > BCAL-COUNT
               IF BCAL-INT >= BCAL-FROM-INT(BCAL-IDX)
               AND BCAL-INT <= BCAL-TO-INT(BCAL-IDX)
                   MOVE BCAL-NOTE(BCAL-IDX) TO BCAL-REASON
                   IF BCAL-KIND-SPECIAL(BCAL-IDX)
                       SET BCAL-OPEN TO TRUE
                       MOVE BCAL-COUNT TO BCAL-IDX
                   ELSE
                       SET BCAL-CLOSED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> A calendar that closes a whole year stops the walk there
      *> rather than looping forever.
       NextBusinessDay.
           COMPUTE BCAL-INT = FUNCTION INTEGER-OF-DATE(BCAL-DATE)
           MOVE 0 TO BCAL-GUARD
           ADD 1 TO BCAL-INT
           PERFORM CheckBusinessInt
           PERFORM UNTIL BCAL-OPEN OR BCAL-GUARD > 366
               ADD 1 TO BCAL-INT
               ADD 1 TO BCAL-GUARD
               PERFORM CheckBusinessInt
           END-PERFORM
           COMPUTE BCAL-DATE = FUNCTION DATE-OF-INTEGER(BCAL-INT).

       AddBusinessDays.
           COMPUTE BCAL-INT = FUNCTION INTEGER-OF-DATE(BCAL-DATE)
           MOVE 0 TO BCAL-GUARD
           IF BCAL-DAYS < 0
               COMPUTE BCAL-STEP-LEFT = 0 - BCAL-DAYS
           ELSE
               MOVE BCAL-DAYS TO BCAL-STEP-LEFT
           END-IF
           PERFORM UNTIL BCAL-STEP-LEFT EQUAL TO 0
           OR BCAL-GUARD > 3660
               IF BCAL-DAYS < 0
                   SUBTRACT 1 FROM BCAL-INT
               ELSE
                   ADD 1 TO BCAL-INT
               END-IF
               ADD 1 TO BCAL-GUARD
               PERFORM CheckBusinessInt
               IF BCAL-OPEN
                   SUBTRACT 1 FROM BCAL-STEP-LEFT
               END-IF
           END-PERFORM
           COMPUTE BCAL-DATE = FUNCTION DATE-OF-INTEGER(BCAL-INT).

       CountBusinessDays.
           COMPUTE BCAL-INT = FUNCTION INTEGER-OF-DATE(BCAL-DATE)
           COMPUTE BCAL-END-INT = FUNCTION INTEGER-OF-DATE(BCAL-DATE-TO)
           MOVE 0 TO BCAL-COUNTED
           PERFORM UNTIL BCAL-INT >= BCAL-END-INT
               ADD 1 TO BCAL-INT
               PERFORM CheckBusinessInt
               IF BCAL-OPEN
                   ADD 1 TO BCAL-COUNTED
               END-IF
           END-PERFORM.
