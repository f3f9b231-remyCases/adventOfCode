
       WORKING-STORAGE SECTION.
      *> The evening close, chained instead of remembered: LOGVERIFY
      *> on the date's run log, CHAINVERIFY on its hash chain and on
      *> results.csv and events.log (a hand-edited answer stops the
      *> close before it reaches the master), RUNHISTORY to
      *> consolidate it, RECONCILE across the shared outputs,
      *> CSVCHECK, PORTCHECK (which only does work when the
      *> DAYFIVE/DAYTHREE sources have changed), SHIFTREPORT - in that
      *> order, each CALLed with the same return-code contract
      *> MAINCOB's dispatch uses, and each failure stopping the steps
      *> after it. One close-status record
      *> lands per date (what ran, what failed, worst code) in
      *> tools/data/close_status, and a date already on record
      *> refuses to close twice - skipped or misordered steps are how
      *> the audit trail drifted.
      *> The per-date parameters reach the chained tools through
      *> environment variables (AOCLOGVERIFYFILE, AOCCHAINVERIFYLOG,
      *> AOCRUNHISTORYLOG, AOCRECONCILELOG), the same way
      *> AOCVALIDATEDAY parameterizes VALIDATEINPUT.
       01 WSCloseStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.

       01 WSStepTable.
           05 FILLER PIC X(12) VALUE "LOGVERIFY".
           05 FILLER PIC X(12) VALUE "CHAINVERIFY".
           05 FILLER PIC X(12) VALUE "RUNHISTORY".
           05 FILLER PIC X(12) VALUE "RECONCILE".
           05 FILLER PIC X(12) VALUE "CSVCHECK".
           05 FILLER PIC X(12) VALUE "PORTCHECK".
           05 FILLER PIC X(12) VALUE "SHIFTREPORT".
       01 WSStepLookup REDEFINES WSStepTable.
           05 WSStepName OCCURS 7 TIMES PIC X(12).
       01 WSStepIdx PIC 9.
       01 WSStepsRun PIC 9 VALUE 0.
       01 WSStepRc PIC S9(9) COMP-5.
       01 WSWorstRcDisp PIC 9(4).
       01 WSFailedStep PIC X(12) VALUE SPACES.
       01 WSChainStopped PIC A VALUE 'N'.
      *> A stopped close pages today's on-call operator through the
      *> notification outbox, linked as CLOSE/date/step.
       01 WSOnCallOperator PIC X(20).
       COPY "notifyRequest.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM SetChainEnvironment
           MOVE 1 TO WSStepIdx
           PERFORM RunOneCloseStep
               UNTIL WSStepIdx > 7 OR WSChainStopped EQUAL TO 'Y'
           PERFORM ClearChainEnvironment

           PERFORM WriteCloseRecord
           IF WSChainStopped EQUAL TO 'Y'
               DISPLAY "=== CLOSE INCOMPLETE: STOPPED AT "
                   FUNCTION TRIM(WSFailedStep) " ==="
               PERFORM NotifyCloseFailure
               MOVE WSWorstRc TO RETURN-CODE
           ELSE
               DISPLAY "=== CLOSE COMPLETE: " WSStepsRun
       SetChainEnvironment.
           DISPLAY "AOCLOGVERIFYFILE" UPON ENVIRONMENT-NAME
           DISPLAY WSLogName UPON ENVIRONMENT-VALUE
           DISPLAY "AOCCHAINVERIFYLOG" UPON ENVIRONMENT-NAME
           DISPLAY WSLogName UPON ENVIRONMENT-VALUE
           DISPLAY "AOCRUNHISTORYLOG" UPON ENVIRONMENT-NAME
           DISPLAY WSLogName UPON ENVIRONMENT-VALUE
           DISPLAY "AOCRECONCILELOG" UPON ENVIRONMENT-NAME
       ClearChainEnvironment.
           DISPLAY "AOCLOGVERIFYFILE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOCCHAINVERIFYLOG" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOCRUNHISTORYLOG" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOCRECONCILELOG" UPON ENVIRONMENT-NAME
               WRITE CloseRecord FROM WSLine
               CLOSE CloseFile
           END-IF.

       NotifyCloseFailure.
           MOVE SPACES TO WSOnCallOperator
           CALL 'ONCALL' USING WSOnCallOperator
               ON EXCEPTION
                   MOVE SPACES TO WSOnCallOperator
           END-CALL
           MOVE WSOnCallOperator TO NOTIFY-RECIPIENT
           MOVE "E" TO NOTIFY-SEVERITY
           MOVE "NIGHTCLOSE" TO NOTIFY-SOURCE
           MOVE SPACES TO NOTIFY-LINK
           STRING "CLOSE/" WSCloseDate "/" FUNCTION TRIM(WSFailedStep)
               DELIMITED BY SIZE INTO NOTIFY-LINK
           MOVE SPACES TO NOTIFY-TEXT
           STRING "NIGHTLY CLOSE " WSCloseDate " FAILED AT "
               FUNCTION TRIM(WSFailedStep) " CODE " WSWorstRcDisp
               DELIMITED BY SIZE INTO NOTIFY-TEXT
           CALL 'NOTIFY' USING NOTIFY-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL.
