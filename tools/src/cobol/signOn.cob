       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CredentialFile ASSIGN TO "tools/data/credentials"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCredStatus.
           SELECT SessionFile ASSIGN TO "results/sessions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSessionStatus.
           SELECT ConfigFile ASSIGN TO "tools/data/runtime.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT AlertFile ASSIGN TO "results/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CredentialFile.
       01 CredentialRecord PIC X(80).
       FD SessionFile.
       01 SessionRecord PIC X(100).
       FD ConfigFile.
       01 ConfigRecord PIC X(60).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD AlertFile.
       01 AlertRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> Operator sign-on for the interactive front ends (OPSCONSOLE,
      *> the MAINCOB menus): AUTHCHECK can only be as good as the
      *> operator id it is given, and USER is whatever the terminal
      *> says. The credentials dataset (tools/data/credentials,
      *> "OPERATOR|CHECK|STATUS") holds a check value per operator -
      *> a rolling sum over operator id and passcode, never the
      *> passcode itself - and ACTIVE or LOCKED. An operator enrolled
      *> with an empty CHECK chooses a passcode at first sign-on;
      *> blanking it again is how a supervisor resets one.
      *> Every session is journaled to results/sessions.log,
      *> "SESSIONID|EVENT|OPERATOR|TERMINAL|STAMP|CALLER" with EVENT
      *> OPEN, CLOSE, TIMEOUT or FAILED, and echoed to events.log.
      *> SIGNONTRIES (default 3) failed sign-ons in a row for one
      *> operator id on one day - across attempts and front ends, the
      *> journal is the counter - raise an alert (code 0012) and end
      *> the attempt.
       01 WSCredStatus PIC 99.
       01 WSSessionStatus PIC 99.
       01 WSEOF PIC A.
       01 WSLine PIC X(100).
       COPY "configFile.cpy".
       COPY "eventFile.cpy".
       COPY "alertFile.cpy".

       01 WSConfigLoaded PIC A VALUE 'N'.
       01 WSIdleLimit PIC 9(3) VALUE 15.
       01 WSTryLimit PIC 9 VALUE 3.

      *> The credentials file rides through this table so a first
      *> sign-on can record its chosen passcode in place.
       01 WSCredTable.
           05 WSCredCount PIC 9(3) VALUE 0.
           05 WSCredLine OCCURS 200 TIMES PIC X(80).
       01 WSCredIdx PIC 9(3).
       01 WSCredMatch PIC 9(3).
       01 WSCredSeen PIC A.
       01 WSCredOperator PIC X(20).
       01 WSCredCheck PIC X(8).
       01 WSCredState PIC X(8).

       01 WSOperatorIn PIC X(20).
       01 WSPasscodeIn PIC X(20).
       01 WSPasscodeAgain PIC X(20).
       01 WSCheckText PIC X(41).
       01 WSCheckLen PIC 9(2).
       01 WSCheckIdx PIC 9(2).
       01 WSCheckValue PIC 9(8).
       01 WSCheckDisplay PIC 9(8).
       01 WSTries PIC 9.
       01 WSFailRun PIC 9(3).
       01 WSFailDisplay PIC ZZ9.

       01 WSNowDate PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSNowStamp PIC X(14).
       01 WSJournalEvent PIC X(8).
       01 WSJrnId PIC X(12).
       01 WSJrnEvent PIC X(8).
       01 WSJrnOperator PIC X(20).
       01 WSJrnTerminal PIC X(20).
       01 WSJrnStamp PIC X(14).
       01 WSIdleMinutes PIC S9(7).
       01 WSIdleDisplay PIC ZZZ9.

       LINKAGE SECTION.
       COPY "signOnSession.cpy".

       PROCEDURE DIVISION USING SIGNON-SESSION.
       Main.
           MOVE 0 TO RETURN-CODE
           IF WSConfigLoaded EQUAL TO 'N'
               PERFORM LoadRuntimeConfig
               MOVE 'Y' TO WSConfigLoaded
           END-IF
           EVALUATE SIGNON-ACTION
               WHEN "SIGNON"
                   PERFORM SignOperatorOn
               WHEN "CHECK"
                   PERFORM CheckSessionIdle
               WHEN "SIGNOFF"
                   PERFORM SignOperatorOff
               WHEN OTHER
                   DISPLAY "SIGNON: UNKNOWN ACTION "
                       FUNCTION TRIM(SIGNON-ACTION)
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> This program owns SESSIONIDLEMIN and SIGNONTRIES.
       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "SESSIONIDLEMIN"
           AND CFG-VALUE > 0 AND CFG-VALUE < 481
               MOVE CFG-VALUE TO WSIdleLimit
               DISPLAY "CONFIG OVERRIDE: SESSIONIDLEMIN = " WSIdleLimit
           END-IF
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "SIGNONTRIES"
           AND CFG-VALUE > 0 AND CFG-VALUE < 10
               MOVE CFG-VALUE TO WSTryLimit
               DISPLAY "CONFIG OVERRIDE: SIGNONTRIES = " WSTryLimit
           END-IF.

       COPY "configRead.cpy".

       SignOperatorOn.
           MOVE SPACES TO SIGNON-ID
           MOVE SPACES TO SIGNON-OPERATOR
           SET SIGNON-REFUSED TO TRUE
           PERFORM ResolveTerminal
           PERFORM LoadCredentials
           IF WSCredSeen EQUAL TO 'N'
               DISPLAY "NOTE: NO CREDENTIALS FILE "
                   "(tools/data/credentials) - SESSION NOT VERIFIED"
               SET SIGNON-OPEN TO TRUE
               NEXT SENTENCE
           END-IF
           DISPLAY "=== SIGN-ON (" FUNCTION TRIM(SIGNON-TERMINAL) ") ==="
           MOVE 0 TO WSTries
           PERFORM TryOneSignOn
               UNTIL SIGNON-OPEN OR WSTries >= WSTryLimit
           IF SIGNON-REFUSED
               DISPLAY "SIGN-ON REFUSED."
               MOVE 1 TO RETURN-CODE
           END-IF.

       TryOneSignOn.
           ADD 1 TO WSTries
           DISPLAY "OPERATOR ID: "
           MOVE SPACES TO WSOperatorIn
           ACCEPT WSOperatorIn
           DISPLAY "PASSCODE: "
           MOVE SPACES TO WSPasscodeIn
           ACCEPT WSPasscodeIn
           IF WSOperatorIn EQUAL TO SPACES
               DISPLAY "NO OPERATOR ID GIVEN."
               NEXT SENTENCE
           END-IF
           PERFORM FindCredential
           EVALUATE TRUE
               WHEN WSCredMatch EQUAL TO 0
                   PERFORM RecordFailedSignOn
               WHEN WSCredState NOT EQUAL TO "ACTIVE"
                   DISPLAY "OPERATOR " FUNCTION TRIM(WSOperatorIn)
                       " IS " FUNCTION TRIM(WSCredState) "."
                   PERFORM RecordFailedSignOn
               WHEN WSCredCheck EQUAL TO SPACES
                   PERFORM EnrolPasscode
               WHEN OTHER
                   PERFORM ComputePasscodeCheck
                   IF WSCheckDisplay EQUAL TO WSCredCheck
                       PERFORM OpenSession
                   ELSE
                       PERFORM RecordFailedSignOn
                   END-IF
           END-EVALUATE.

      *> First sign-on of a newly enrolled (or reset) operator: the
      *> passcode just given, confirmed once more, becomes theirs.
       EnrolPasscode.
           IF WSPasscodeIn EQUAL TO SPACES
               DISPLAY "CHOOSE A PASSCODE: IT CANNOT BE EMPTY."
               NEXT SENTENCE
           END-IF
           DISPLAY "FIRST SIGN-ON FOR " FUNCTION TRIM(WSOperatorIn)
               ": REPEAT THE PASSCODE TO KEEP IT: "
           MOVE SPACES TO WSPasscodeAgain
           ACCEPT WSPasscodeAgain
           IF WSPasscodeAgain NOT EQUAL TO WSPasscodeIn
               DISPLAY "PASSCODES DIFFER - NOT KEPT."
               NEXT SENTENCE
           END-IF
           PERFORM ComputePasscodeCheck
           MOVE SPACES TO WSCredLine(WSCredMatch)
           STRING FUNCTION TRIM(WSCredOperator) "|" WSCheckDisplay
               "|ACTIVE"
               DELIMITED BY SIZE INTO WSCredLine(WSCredMatch)
           OPEN OUTPUT CredentialFile
           IF WSCredStatus NOT EQUAL TO 0
               DISPLAY "CREDENTIALS FILE NOT WRITABLE (STATUS "
                   WSCredStatus ") - PASSCODE NOT KEPT."
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSCredIdx FROM 1 BY 1
               UNTIL WSCredIdx > WSCredCount
               WRITE CredentialRecord FROM WSCredLine(WSCredIdx)
           END-PERFORM
           CLOSE CredentialFile
           DISPLAY "PASSCODE KEPT."
           PERFORM OpenSession.

      *> The check value: a rolling sum over "operator|passcode"
      *> reduced modulo a large prime, so the stored figure neither
      *> reveals the passcode nor matches another operator's.
       ComputePasscodeCheck.
           MOVE SPACES TO WSCheckText
           STRING FUNCTION TRIM(WSOperatorIn) "|"
               FUNCTION TRIM(WSPasscodeIn)
               DELIMITED BY SIZE INTO WSCheckText
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WSCheckText TRAILING))
               TO WSCheckLen
           MOVE 7 TO WSCheckValue
           PERFORM VARYING WSCheckIdx FROM 1 BY 1
               UNTIL WSCheckIdx > WSCheckLen
               COMPUTE WSCheckValue = FUNCTION MOD(WSCheckValue * 131
                   + FUNCTION ORD(WSCheckText(WSCheckIdx:1)), 99999989)
           END-PERFORM
           MOVE WSCheckValue TO WSCheckDisplay.

       OpenSession.
           PERFORM StampNow
           MOVE WSNowStamp(3:12) TO SIGNON-ID
           MOVE WSCredOperator TO SIGNON-OPERATOR
           MOVE WSNowDate TO SIGNON-LAST-DATE
           MOVE WSNowTime(1:6) TO SIGNON-LAST-TIME
           SET SIGNON-OPEN TO TRUE
           DISPLAY "AOCSESSION" UPON ENVIRONMENT-NAME
           DISPLAY SIGNON-ID UPON ENVIRONMENT-VALUE
           DISPLAY "AOCOPERATOR" UPON ENVIRONMENT-NAME
           DISPLAY SIGNON-OPERATOR UPON ENVIRONMENT-VALUE
           MOVE "OPEN" TO WSJournalEvent
           PERFORM JournalSession
           MOVE "I" TO EVENT-SEVERITY
           MOVE "SIGNON" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(SIGNON-OPERATOR) " SIGNED ON AT "
               FUNCTION TRIM(SIGNON-TERMINAL) " TO "
               FUNCTION TRIM(SIGNON-CALLER)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendSessionEvent
           DISPLAY "SESSION " SIGNON-ID " OPEN FOR "
               FUNCTION TRIM(SIGNON-OPERATOR) ".".

       RecordFailedSignOn.
           DISPLAY "SIGN-ON FAILED."
           PERFORM StampNow
           MOVE WSOperatorIn TO SIGNON-OPERATOR
           MOVE "000000000000" TO SIGNON-ID
           MOVE "FAILED" TO WSJournalEvent
           PERFORM JournalSession
           MOVE SPACES TO SIGNON-ID
           MOVE SPACES TO SIGNON-OPERATOR
           MOVE "W" TO EVENT-SEVERITY
           MOVE "SIGNFAIL" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING "SIGN-ON FAILED FOR " FUNCTION TRIM(WSOperatorIn)
               " AT " FUNCTION TRIM(SIGNON-TERMINAL)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendSessionEvent
           PERFORM CountRecentFailures
           IF WSFailRun >= WSTryLimit
               MOVE WSFailRun TO WSFailDisplay
               MOVE "SIGNON" TO ALERT-PROGRAM
               MOVE WSOperatorIn(1:9) TO ALERT-KEY
               MOVE 12 TO ALERT-CODE
               MOVE SPACES TO ALERT-MESSAGE
               STRING FUNCTION TRIM(WSFailDisplay)
                   " FAILED SIGN-ONS IN A ROW FOR "
                   FUNCTION TRIM(WSOperatorIn) " AT "
                   FUNCTION TRIM(SIGNON-TERMINAL)
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               PERFORM AppendAlert
               DISPLAY "REPEATED FAILED SIGN-ONS: ALERT RAISED."
               MOVE WSTryLimit TO WSTries
           END-IF.

      *> Today's FAILED records for this operator id since its last
      *> OPEN: the run of failures the alert threshold is held to.
       CountRecentFailures.
           MOVE 0 TO WSFailRun
           MOVE 'N' TO WSEOF
           OPEN INPUT SessionFile
           IF WSSessionStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SessionFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       PERFORM SplitJournalLine
                       IF WSJrnOperator EQUAL TO WSOperatorIn
                       AND WSJrnStamp(1:8) EQUAL TO WSNowDate
                           EVALUATE WSJrnEvent
                               WHEN "FAILED"
                                   ADD 1 TO WSFailRun
                               WHEN "OPEN"
                                   MOVE 0 TO WSFailRun
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SessionFile.

       SplitJournalLine.
           MOVE SPACES TO WSJrnId
           MOVE SPACES TO WSJrnEvent
           MOVE SPACES TO WSJrnOperator
           MOVE SPACES TO WSJrnTerminal
           MOVE SPACES TO WSJrnStamp
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSJrnId WSJrnEvent WSJrnOperator WSJrnTerminal
                    WSJrnStamp.

      *> Minutes since the session last did anything; past the limit
      *> the session is closed as TIMEOUT and the caller must sign on
      *> again before acting.
       CheckSessionIdle.
           IF SIGNON-ID EQUAL TO SPACES
               SET SIGNON-OPEN TO TRUE
               NEXT SENTENCE
           END-IF
           PERFORM StampNow
           COMPUTE WSIdleMinutes =
               (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WSNowDate))
                - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(SIGNON-LAST-DATE))) * 1440
               + FUNCTION NUMVAL(WSNowTime(1:2)) * 60
               + FUNCTION NUMVAL(WSNowTime(3:2))
               - FUNCTION NUMVAL(SIGNON-LAST-TIME(1:2)) * 60
               - FUNCTION NUMVAL(SIGNON-LAST-TIME(3:2))
           IF WSIdleMinutes > WSIdleLimit
               MOVE WSIdleMinutes TO WSIdleDisplay
               DISPLAY "SESSION " SIGNON-ID " IDLE "
                   FUNCTION TRIM(WSIdleDisplay)
                   " MINUTES - TIMED OUT. SIGN ON AGAIN."
               MOVE "TIMEOUT" TO WSJournalEvent
               PERFORM JournalSession
               MOVE "W" TO EVENT-SEVERITY
               MOVE "SESSTOUT" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING "SESSION OF " FUNCTION TRIM(SIGNON-OPERATOR)
                   " TIMED OUT AFTER " FUNCTION TRIM(WSIdleDisplay)
                   " IDLE MINUTES"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendSessionEvent
               PERFORM ClearSession
               SET SIGNON-TIMED-OUT TO TRUE
           ELSE
               MOVE WSNowDate TO SIGNON-LAST-DATE
               MOVE WSNowTime(1:6) TO SIGNON-LAST-TIME
               SET SIGNON-OPEN TO TRUE
           END-IF.

       SignOperatorOff.
           IF SIGNON-ID EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           PERFORM StampNow
           MOVE "CLOSE" TO WSJournalEvent
           PERFORM JournalSession
           MOVE "I" TO EVENT-SEVERITY
           MOVE "SIGNOFF" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(SIGNON-OPERATOR) " SIGNED OFF "
               FUNCTION TRIM(SIGNON-CALLER)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendSessionEvent
           DISPLAY "SESSION " SIGNON-ID " CLOSED."
           PERFORM ClearSession.

       ClearSession.
           DISPLAY "AOCSESSION" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOCOPERATOR" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           MOVE SPACES TO SIGNON-ID
           MOVE SPACES TO SIGNON-OPERATOR.

       ResolveTerminal.
           MOVE SPACES TO SIGNON-TERMINAL
           ACCEPT SIGNON-TERMINAL FROM ENVIRONMENT "AOCTERMINAL"
               ON EXCEPTION
                   MOVE SPACES TO SIGNON-TERMINAL
           END-ACCEPT
           IF SIGNON-TERMINAL EQUAL TO SPACES
               ACCEPT SIGNON-TERMINAL FROM ENVIRONMENT "SSH_TTY"
                   ON EXCEPTION
                       MOVE SPACES TO SIGNON-TERMINAL
               END-ACCEPT
           END-IF
           IF SIGNON-TERMINAL EQUAL TO SPACES
               MOVE "CONSOLE" TO SIGNON-TERMINAL
           END-IF.

       LoadCredentials.
           MOVE 0 TO WSCredCount
           MOVE 'N' TO WSCredSeen
           MOVE 'N' TO WSEOF
           OPEN INPUT CredentialFile
           IF WSCredStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO WSCredSeen
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CredentialFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSCredCount < 200
                           ADD 1 TO WSCredCount
                           MOVE WSLine TO WSCredLine(WSCredCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CredentialFile.

       FindCredential.
           MOVE 0 TO WSCredMatch
           PERFORM VARYING WSCredIdx FROM 1 BY 1
               UNTIL WSCredIdx > WSCredCount OR WSCredMatch > 0
               IF WSCredLine(WSCredIdx)(1:1) NOT EQUAL TO '*'
               AND WSCredLine(WSCredIdx) NOT EQUAL TO SPACES
                   MOVE SPACES TO WSCredOperator
                   MOVE SPACES TO WSCredCheck
                   MOVE SPACES TO WSCredState
                   UNSTRING WSCredLine(WSCredIdx) DELIMITED BY "|"
                       INTO WSCredOperator WSCredCheck WSCredState
                   IF WSCredOperator EQUAL TO WSOperatorIn
                       MOVE WSCredIdx TO WSCredMatch
                   END-IF
               END-IF
           END-PERFORM
           IF WSCredMatch > 0
               MOVE FUNCTION UPPER-CASE(WSCredState) TO WSCredState
           END-IF.

       StampNow.
           ACCEPT WSNowDate FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           MOVE SPACES TO WSNowStamp
           STRING WSNowDate WSNowTime(1:6)
               DELIMITED BY SIZE INTO WSNowStamp.

       JournalSession.
           MOVE SPACES TO WSLine
           STRING SIGNON-ID "|" FUNCTION TRIM(WSJournalEvent) "|"
               FUNCTION TRIM(SIGNON-OPERATOR) "|"
               FUNCTION TRIM(SIGNON-TERMINAL) "|" WSNowStamp "|"
               FUNCTION TRIM(SIGNON-CALLER)
               DELIMITED BY SIZE INTO WSLine
           OPEN EXTEND SessionFile
           IF WSSessionStatus NOT EQUAL TO 0
               OPEN OUTPUT SessionFile
           END-IF
           IF WSSessionStatus EQUAL TO 0
               WRITE SessionRecord FROM WSLine
               CLOSE SessionFile
           END-IF.

      *> Session events are stamped with the session they concern,
      *> open or not yet: AOCSESSION is in place for OPEN and still
      *> in place for CLOSE/TIMEOUT, which clear it afterwards.
       AppendSessionEvent.
           MOVE "SIGNON" TO EVENT-PROGRAM
           PERFORM AppendOpsEvent.

       COPY "eventAppend.cpy".
       COPY "alertAppend.cpy".
