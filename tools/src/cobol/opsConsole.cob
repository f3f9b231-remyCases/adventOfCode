       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT MsgCatalogFile ASSIGN TO "tools/data/msg_catalog"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EventFile.
       01 EventRecord PIC X(120).
       FD MsgCatalogFile.
       01 MsgCatalogRecord PIC X(240).

       WORKING-STORAGE SECTION.
      *> The one front door for the inquiry and maintenance tools, in
      *> the style of MAINCOB's RunInteractiveMenu: the menu below is
               10 FILLER PIC X(36) VALUE "RECONCILE LOG/CSV/BASELINE".
               10 FILLER PIC X VALUE "P".
               10 FILLER PIC X(16) VALUE "AOCRECONCILELOG".
           05 FILLER.
               10 FILLER PIC X(14) VALUE "SLAREPORT".
               10 FILLER PIC X(36) VALUE "COMPLETION-DEADLINE SLA REPORT".
               10 FILLER PIC X VALUE "N".
               10 FILLER PIC X(16) VALUE SPACES.
           05 FILLER.
               10 FILLER PIC X(14) VALUE "MSGCATREPORT".
               10 FILLER PIC X(36) VALUE "CODES MISSING FROM MSG CATALOG".
               10 FILLER PIC X VALUE "N".
               10 FILLER PIC X(16) VALUE SPACES.
       01 WSFunctionLookup REDEFINES WSFunctionTable.
           05 WSFunction OCCURS 16 TIMES.
               10 WSFnProgram PIC X(14).
               10 WSFnDesc PIC X(36).
               10 WSFnStyle PIC X.
       01 WSLogPath PIC X(60).
       01 WSDoneFlag PIC A VALUE 'N'.

      *> The console is used under a signed-on operator session
      *> (SIGNON): signed on at entry, idle-checked before every
      *> function - a timed-out session signs on again or the console
      *> closes - and signed off on the way out. Each function driven
      *> is recorded in events.log (code CONSOLE) under the session.
       COPY "signOnSession.cpy".
       COPY "eventFile.cpy".
      *> A nonzero return code is looked up in the message catalog
      *> under the function's PROGRAM-ID, so the operator sees what
      *> it means and what to do before picking the next function.
       COPY "msgCatalog.cpy".

       PROCEDURE DIVISION.
       Main.
           DISPLAY "=== AOC OPERATIONS CONSOLE ==="
           MOVE "OPSCONSOLE" TO SIGNON-CALLER
           MOVE "SIGNON" TO SIGNON-ACTION
           CALL 'SIGNON' USING SIGNON-SESSION
           IF NOT SIGNON-OPEN
               DISPLAY "CONSOLE CLOSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *> An unverified (no credentials file) console still names
      *> the terminal's user on what it does.
           IF SIGNON-OPERATOR EQUAL TO SPACES
               ACCEPT SIGNON-OPERATOR FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       MOVE "UNKNOWN" TO SIGNON-OPERATOR
               END-ACCEPT
           END-IF
           PERFORM LoadMessageCatalog
           PERFORM RunOneChoice UNTIL WSDoneFlag EQUAL TO 'Y'
           MOVE "SIGNOFF" TO SIGNON-ACTION
           CALL 'SIGNON' USING SIGNON-SESSION
           DISPLAY "CONSOLE CLOSED."
           STOP RUN.

       RunOneChoice.
           DISPLAY " "
           MOVE 1 TO WSIdx
           PERFORM ShowOneFunction UNTIL WSIdx > 16
           DISPLAY "   0: LEAVE THE CONSOLE"
           DISPLAY "PICK A FUNCTION: "
           MOVE SPACES TO WSMenuInput
           EVALUATE TRUE
               WHEN WSChoice EQUAL TO 0
                   MOVE 'Y' TO WSDoneFlag
               WHEN WSChoice > 16
                   DISPLAY "NO FUNCTION " WSChoice "."
               WHEN OTHER
                   PERFORM CheckSessionStillOpen
                   IF SIGNON-OPEN
                       PERFORM DriveOneFunction
                   ELSE
                       MOVE 'Y' TO WSDoneFlag
                   END-IF
           END-EVALUATE.

      *> An idle-expired session must sign on again before the pick
      *> is honoured; a refused sign-on closes the console.
       CheckSessionStillOpen.
           MOVE "CHECK" TO SIGNON-ACTION
           CALL 'SIGNON' USING SIGNON-SESSION
           IF SIGNON-TIMED-OUT
               MOVE "SIGNON" TO SIGNON-ACTION
               CALL 'SIGNON' USING SIGNON-SESSION
           END-IF.

       ShowOneFunction.
           DISPLAY "  " WSIdx ": " WSFnDesc(WSIdx) " ("
               FUNCTION TRIM(WSFnProgram(WSIdx)) ")"
           MOVE WSCallRc TO WSRcDisp
           DISPLAY "--- " FUNCTION TRIM(WSFnProgram(WSChoice))
               " RETURNED CODE " WSRcDisp " ---"
           IF WSCallRc NOT EQUAL TO 0
               MOVE WSFnProgram(WSChoice) TO MSGC-KEY-PROGRAM
               MOVE WSRcDisp TO MSGC-KEY-CODE
               PERFORM ShowOperatorResponseFull
           END-IF
           MOVE "OPSCONSOLE" TO EVENT-PROGRAM
           MOVE "I" TO EVENT-SEVERITY
           MOVE "CONSOLE" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(SIGNON-OPERATOR) " RAN "
               FUNCTION TRIM(WSFnProgram(WSChoice)) " RC " WSRcDisp
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           IF WSFnStyle(WSChoice) EQUAL TO 'P'
               DISPLAY WSFnEnvName(WSChoice) UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
           END-IF.

       COPY "eventAppend.cpy".

       COPY "msgCatalogLook.cpy".
