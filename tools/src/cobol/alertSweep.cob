           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.
           SELECT MsgCatalogFile ASSIGN TO "tools/data/msg_catalog"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 AlertRecord PIC X(160).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD CalendarFile.
       01 CalendarRecord PIC X(80).
       FD MsgCatalogFile.
       01 MsgCatalogRecord PIC X(240).

       WORKING-STORAGE SECTION.
      *> Sweep of the shared alerts file the failure paths append to:

      *> On-call plumbing: --assignee NAME narrows the listing to one
      *> operator's alerts, and --escalate [--age N] flags every
      *> assigned-but-unacknowledged alert older than N business days
      *> (default 2, counted on tools/data/business_calendar so a
      *> weekend or holiday does not escalate on its own) to the
      *> supervisor, appending an ALERTESC event so the escalation
      *> itself is on the record.
       01 WSAssigneeFilter PIC X(20) VALUE SPACES.
       01 WSEscalateFlag PIC A VALUE 'N'.
           88 EscalateMode VALUE 'Y'.
       01 WSEscalateAge PIC 9(3) VALUE 2.
       01 WSEscalated PIC 9(3) VALUE 0.
       01 WSToday PIC X(8).
       01 WSAlertAgeDays PIC 9(5).
       COPY "eventFile.cpy".
       COPY "notifyRequest.cpy".
       COPY "calendarFile.cpy".
      *> Each listed alert carries its operator response text - what
      *> the code means, the probable cause, what to do - out of the
      *> message catalog (tools/data/msg_catalog).
       COPY "msgCatalog.cpy".

      *> An acknowledgement rewrites the file from this table, so a
      *> file deeper than the table refuses the ack rather than
      *> Numbered listing of every unacknowledged alert; the numbers
      *> are what --ack takes.
       ListOpenAlerts.
           PERFORM LoadMessageCatalog
           DISPLAY "=== UNACKNOWLEDGED ALERTS ==="
           IF WSAlertOverflow EQUAL TO 'Y'
               DISPLAY "(FILE EXCEEDS THE 200-RECORD TABLE: SHOWING "
           ELSE
               DISPLAY FUNCTION TRIM(WSOpenSeqDisplay, LEADING)
                   ": " FUNCTION TRIM(WSAlertLine(WSIdx)(3:157))
           END-IF
           MOVE WSListProgram TO MSGC-KEY-PROGRAM
           MOVE WSListCode TO MSGC-KEY-CODE
           PERFORM ShowOperatorResponseFull.

      *> The morning-after pass: an alert that has an owner and has
      *> sat unacknowledged past the age limit goes to the
      *> supervisor, with an ALERTESC event recording the handoff.
       EscalateAgedAlerts.
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM LoadBusinessCalendar
           DISPLAY "=== ESCALATION PASS (OVER " WSEscalateAge
               " BUSINESS DAY(S)) ==="
           MOVE 1 TO WSIdx
           PERFORM EscalateOneAlert UNTIL WSIdx > WSAlertCount
           IF WSEscalated EQUAL TO 0
               ADD 1 TO WSIdx
               NEXT SENTENCE
           END-IF
           COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSListStamp(1:8))
           COMPUTE BCAL-DATE-TO = FUNCTION NUMVAL(WSToday)
           PERFORM CountBusinessDays
           MOVE BCAL-COUNTED TO WSAlertAgeDays
           IF WSAlertAgeDays > WSEscalateAge
               ADD 1 TO WSEscalated
               DISPLAY "ESCALATE TO SUPERVISOR: "
                   FUNCTION TRIM(WSListAssignee) " HAS HELD "
                   WSListKey " " WSListCode " FOR "
                   WSAlertAgeDays " BUSINESS DAY(S): "
                   FUNCTION TRIM(WSListMessage)
               MOVE "ALERTSWEEP" TO EVENT-PROGRAM
               MOVE "W" TO EVENT-SEVERITY
               MOVE SPACES TO EVENT-MESSAGE
               STRING WSListKey " UNACKED BY "
                   FUNCTION TRIM(WSListAssignee) " FOR "
                   WSAlertAgeDays " BUSINESS DAY(S)"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
               PERFORM NotifySupervisor
           END-IF
           ADD 1 TO WSIdx.

      *> The escalation goes out through the notification outbox to
      *> the SUPERVISOR distribution, linked to the same alert the
      *> owner was first told about.
       NotifySupervisor.
           MOVE "SUPERVISOR" TO NOTIFY-RECIPIENT
           MOVE "E" TO NOTIFY-SEVERITY
           MOVE "ALERTSWEEP" TO NOTIFY-SOURCE
           MOVE SPACES TO NOTIFY-LINK
           STRING FUNCTION TRIM(WSListStamp) "/"
               FUNCTION TRIM(WSListProgram) "/"
               FUNCTION TRIM(WSListKey) "/" FUNCTION TRIM(WSListCode)
               DELIMITED BY SIZE INTO NOTIFY-LINK
           MOVE SPACES TO NOTIFY-TEXT
           STRING "ESCALATED: " FUNCTION TRIM(WSListAssignee)
               " HAS HELD " FUNCTION TRIM(WSListKey) " "
               WSListCode " FOR " WSAlertAgeDays " BUSINESS DAY(S): "
               FUNCTION TRIM(WSListMessage)
               DELIMITED BY SIZE INTO NOTIFY-TEXT
           CALL 'NOTIFY' USING NOTIFY-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       COPY "eventAppend.cpy".

       AcknowledgeAlerts.
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE AlertFile.

       COPY "calendarMath.cpy".

       COPY "msgCatalogLook.cpy".
