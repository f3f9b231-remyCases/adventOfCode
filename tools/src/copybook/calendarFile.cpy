      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Working storage for the shop business calendar
      *> (tools/data/business_calendar, "DATE|TYPE|DESCRIPTION" lines,
      *> "*" comments). DATE is YYYYMMDD or a YYYYMMDD-YYYYMMDD range;
      *> TYPE HOLIDAY or SHUTDOWN closes the date(s), SPECIAL opens
      *> them even on a weekend (a month-end or special processing
      *> day). One WEEKEND record carries, in its TYPE field, the
      *> weekday numbers the shop does not work (1 Monday - 7 Sunday,
      *> e.g. "WEEKEND|67|..."). A missing file leaves every day a
      *> business day, as before the calendar existed. The host
      *> declares
      *>     SELECT CalendarFile ASSIGN TO
      *>         "tools/data/business_calendar"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS BCAL-STATUS.
      *> with FD CalendarFile / 01 CalendarRecord PIC X(80), COPYs
      *> this into WORKING-STORAGE and calendarMath.cpy into the
      *> PROCEDURE DIVISION, and PERFORMs LoadBusinessCalendar once.
      *> Each arithmetic paragraph takes BCAL-DATE (YYYYMMDD):
      *>   CheckBusinessDay    sets BCAL-OPEN or BCAL-CLOSED, and
      *>                       BCAL-REASON for a closed or special day;
      *>   NextBusinessDay     moves BCAL-DATE to the first business
      *>                       day after it;
      *>   AddBusinessDays     moves BCAL-DATE BCAL-DAYS business days
      *>                       on (back, when BCAL-DAYS is negative);
      *>   CountBusinessDays   counts into BCAL-COUNTED the business
      *>                       days after BCAL-DATE up to and including
      *>                       BCAL-DATE-TO.
       01 BCAL-STATUS PIC 99.
       01 BCAL-EOF PIC A.
       01 BCAL-LINE PIC X(80).
       01 BCAL-DATE-TEXT PIC X(20).
       01 BCAL-TYPE-TEXT PIC X(10).
       01 BCAL-NOTE-TEXT PIC X(40).
       01 BCAL-WEEKEND PIC X(7) VALUE SPACES.
       01 BCAL-TABLE.
           05 BCAL-COUNT PIC 9(3) VALUE 0.
           05 BCAL-ENTRY OCCURS 300 TIMES.
               10 BCAL-FROM-INT PIC 9(8).
               10 BCAL-TO-INT PIC 9(8).
               10 BCAL-KIND PIC X.
                   88 BCAL-KIND-CLOSED VALUE 'C'.
                   88 BCAL-KIND-SPECIAL VALUE 'S'.
               10 BCAL-NOTE PIC X(40).
       01 BCAL-IDX PIC 9(3).

       01 BCAL-DATE PIC 9(8).
       01 BCAL-DATE-TO PIC 9(8).
       01 BCAL-DAYS PIC S9(4).
       01 BCAL-COUNTED PIC 9(5).
       01 BCAL-OPEN-FLAG PIC A.
           88 BCAL-OPEN VALUE 'Y'.
           88 BCAL-CLOSED VALUE 'N'.
       01 BCAL-REASON PIC X(40).
       01 BCAL-INT PIC 9(8).
       01 BCAL-END-INT PIC 9(8).
       01 BCAL-STEP-LEFT PIC 9(4).
       01 BCAL-GUARD PIC 9(4).
       01 BCAL-WEEKDAY PIC 9.
