      *> day 1-25, PROGRAM-ID non-blank, PARTS one of 1/2/12, both
      *> budget ceilings numeric - and a duplicate year/day is
      *> refused. December adds a day a day; none of them needs a
      *> rebuild any more. An add or a budget change rewrites the
      *> registry every consumer loads, so it is four-eyes: the first
      *> run queues it through APPROVALGATE showing the entry as it
      *> would be written, and a rerun with --approval ID applies it
      *> once a second SUPERVISOR has approved it.
       COPY "dayRegistry.cpy".
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSFoundIdx PIC 99.
       01 WSLine PIC X(80).
       01 WSDayDisplay PIC Z9.
       01 WSApprovalId PIC X(6) VALUE SPACES.
       COPY "approvalRequest.cpy".

       PROCEDURE DIVISION.
       Main.
                   PERFORM ListRegistry
               WHEN OTHER
                   DISPLAY "USAGE: REGMAINT --add YEAR DD PROGRAMID "
                       "PARTS BUDGET1 BUDGET2 [--approval ID]"
                   DISPLAY "       REGMAINT --budget YEAR DD "
                       "BUDGET1 BUDGET2 [--approval ID]"
                   DISPLAY "       REGMAINT --list"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--list"
                       SET ListAction TO TRUE
                   WHEN WSArgValue EQUAL TO "--approval"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:6) TO WSApprovalId
                   WHEN AddAction
                       ADD 1 TO WSPosField
                       EVALUATE WSPosField
               TO WS-DayRegistryParts(WS-DayRegistryCount)
           MOVE WSB1 TO WS-DayRegistryBudget1(WS-DayRegistryCount)
           MOVE WSB2 TO WS-DayRegistryBudget2(WS-DayRegistryCount)
           MOVE SPACES TO APPROVAL-SUBJECT
           STRING "ADD " WSYear " " WSDay " " FUNCTION TRIM(WSProgText)
               DELIMITED BY SIZE INTO APPROVAL-SUBJECT
           MOVE WS-DayRegistryCount TO WSIdx
           PERFORM FormatEntryLine
           MOVE SPACES TO APPROVAL-PREVIEW-LINE(1)
           STRING "ADD ENTRY " FUNCTION TRIM(WSLine)
               DELIMITED BY SIZE INTO APPROVAL-PREVIEW-LINE(1)
           PERFORM GateRegistryChange
           PERFORM RewriteRegistry
           DISPLAY "REGISTERED: YEAR " WSYear " DAY " WSDay " "
               FUNCTION TRIM(WSProgText).
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO APPROVAL-PREVIEW-LINE(1)
           STRING "BUDGETS " WSYear " DAY " WSDay " "
               FUNCTION TRIM(WS-DayRegistryProgramId(WSFoundIdx)) ": "
               WS-DayRegistryBudget1(WSFoundIdx) " / "
               WS-DayRegistryBudget2(WSFoundIdx) " -> "
               WSB1 " / " WSB2 " CS"
               DELIMITED BY SIZE INTO APPROVAL-PREVIEW-LINE(1)
           MOVE WSB1 TO WS-DayRegistryBudget1(WSFoundIdx)
           MOVE WSB2 TO WS-DayRegistryBudget2(WSFoundIdx)
           MOVE SPACES TO APPROVAL-SUBJECT
           STRING "BUDGET " WSYear " " WSDay
               DELIMITED BY SIZE INTO APPROVAL-SUBJECT
           PERFORM GateRegistryChange
           PERFORM RewriteRegistry
           DISPLAY "BUDGETS SET: YEAR " WSYear " DAY " WSDay " -> "
               WSB1 " / " WSB2 " CS".
           COMPUTE WSB1 = FUNCTION NUMVAL(WSB1Text)
           COMPUTE WSB2 = FUNCTION NUMVAL(WSB2Text).

      *> The caller has set the subject and the change as preview
      *> line one; nothing is rewritten unless the gate grants it.
       GateRegistryChange.
           MOVE 1 TO APPROVAL-PREVIEW-COUNT
           MOVE "REGISTRY CHANGE" TO APPROVAL-ACTION
           MOVE "SUPERVISOR" TO APPROVAL-ROLE
           MOVE "REGMAINT" TO APPROVAL-PROGRAM
           MOVE WSApprovalId TO APPROVAL-ID
           IF WSApprovalId EQUAL TO SPACES
               MOVE "REQUEST" TO APPROVAL-FUNCTION
           ELSE
               MOVE "EXECUTE" TO APPROVAL-FUNCTION
           END-IF
           CALL 'APPROVALGATE' USING APPROVAL-REQUEST
           MOVE 0 TO RETURN-CODE
           IF NOT APPROVAL-GRANTED
               DISPLAY "REGISTRY NOT CHANGED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       FindEntry.
           MOVE 0 TO WSFoundIdx
           MOVE 1 TO WSIdx
           CLOSE RegistryFile.

       WriteOneEntry.
           PERFORM FormatEntryLine
           WRITE RegistryRecord FROM WSLine
           ADD 1 TO WSIdx.

       FormatEntryLine.
           MOVE SPACES TO WSLine
           STRING WS-DayRegistryYear(WSIdx) "|"
               WS-DayRegistryDay(WSIdx) "|"
               FUNCTION TRIM(WS-DayRegistryParts(WSIdx)) "|"
               WS-DayRegistryBudget1(WSIdx) "|"
               WS-DayRegistryBudget2(WSIdx)
               DELIMITED BY SIZE INTO WSLine.

       COPY "dayRegistryLoad.cpy".
