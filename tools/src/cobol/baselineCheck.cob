           88 NoPromoteMode VALUE 'N'.
       01 WSPromoteConfirm PIC X.

      *> Four-eyes gate on this program's destructive path: a
      *> promotion is queued through APPROVALGATE with the changes it
      *> would make, and carried out only on a rerun with
      *> --approval ID once a second SUPERVISOR has approved exactly
      *> those changes (the gate runs AUTHCHECK on the role first, so
      *> refusals still reach events.log).
       01 WSApprovalId PIC X(6) VALUE SPACES.
       01 WSPreviewText PIC X(100).
       COPY "approvalRequest.cpy".

       01 WSBackupFileName PIC X(80).
       01 WSBackupStatus PIC 99.
           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDiagDayWordLookup REDEFINES WSDiagDayWordTable.
           05 WSDiagDayWord OCCURS 7 TIMES PIC X(10).


      *> The day programs a check pass CALLs append to the shared
               " MISMATCH, " FUNCTION TRIM(WSSkippedCountDisplay, LEADING)
               " SKIPPED ==="
           IF PromoteMode
               MOVE 0 TO RETURN-CODE
               PERFORM PromoteBaseline
           END-IF
           PERFORM ReleaseOutputLock
           IF WSMismatchCount NOT EQUAL TO 0
                       COMPUTE WSYearFilter = FUNCTION NUMVAL(WSArgValue)
                   WHEN "--promote"
                       SET PromoteMode TO TRUE
                   WHEN "--approval"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:6) TO WSApprovalId
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE 'Y' TO WSPromHasActual(WSPromoteCount)
           END-IF

          *> An empty expected value is a day onboarded before its
          *> answer was confirmed: reported, never a mismatch, and
          *> --promote records the first confirmed answer over it.
           IF WSExpected EQUAL TO SPACES
               DISPLAY "YEAR " WSYear " DAY " FUNCTION TRIM(WSDayDisplay)
                   " PART " WSPart ": PENDING - NO CONFIRMED ANSWER YET, "
                   "ACTUAL " FUNCTION TRIM(WSActual)
               NEXT SENTENCE
           END-IF

           IF FUNCTION TRIM(WSActual) EQUAL TO FUNCTION TRIM(WSExpected)
               ADD 1 TO WSMatchCount
               DISPLAY "YEAR " WSYear " DAY " FUNCTION TRIM(WSDayDisplay)
           END-IF.

      *> Promotion pass: show what would change, get the operator's
      *> confirmation, clear the four-eyes gate, save the prior
      *> baseline to a dated backup, and rewrite baseline.csv from the
      *> actuals just collected. Entries with no actual (skipped or
      *> filtered) keep their recorded expected value.
       PromoteBaseline.
           IF WSPromOverflow EQUAL TO 'Y'
               DISPLAY "BASELINE EXCEEDS THE PROMOTION TABLES (100 "
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSPromChanged
           MOVE 1 TO APPROVAL-PREVIEW-COUNT
           MOVE 1 TO WSPromIdx
           PERFORM UNTIL WSPromIdx > WSPromoteCount
               IF WSPromHasActual(WSPromIdx) EQUAL TO 'Y'
                   WSPromExpected(WSPromIdx)
                   ADD 1 TO WSPromChanged
                   MOVE WSPromDay(WSPromIdx) TO WSDayDisplay
                   MOVE SPACES TO WSPreviewText
                   STRING "YEAR " WSPromYear(WSPromIdx)
                       " DAY " FUNCTION TRIM(WSDayDisplay) " PART "
                       WSPromPart(WSPromIdx) ": "
                       FUNCTION TRIM(WSPromExpected(WSPromIdx))
                       " -> " FUNCTION TRIM(WSPromActual(WSPromIdx))
                       DELIMITED BY SIZE INTO WSPreviewText
                   DISPLAY "WOULD CHANGE " FUNCTION TRIM(WSPreviewText)
                   IF APPROVAL-PREVIEW-COUNT < 20
                       ADD 1 TO APPROVAL-PREVIEW-COUNT
                       MOVE WSPreviewText TO
                           APPROVAL-PREVIEW-LINE(APPROVAL-PREVIEW-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WSPromIdx
           END-PERFORM
               NEXT SENTENCE
           END-IF

           PERFORM GatePromotion
           IF NOT APPROVAL-GRANTED
               DISPLAY "PROMOTION NOT PERFORMED."
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF

           PERFORM BackupBaseline
           PERFORM RewriteBaseline
           DISPLAY "BASELINE PROMOTED. PRIOR BASELINE SAVED TO "
               FUNCTION TRIM(WSBackupFileName).

      *> The approval covers this baseline file (and year) and these
      *> changes: the preview's first line carries the full count,
      *> the rest the first nineteen changes themselves.
       GatePromotion.
           MOVE SPACES TO APPROVAL-PREVIEW-LINE(1)
           STRING "PROMOTE " FUNCTION TRIM(WSPromChangedDisplay, LEADING)
               " CHANGED ENTR(Y/IES) INTO "
               FUNCTION TRIM(WSBaselineFileName)
               DELIMITED BY SIZE INTO APPROVAL-PREVIEW-LINE(1)
           MOVE SPACES TO APPROVAL-SUBJECT
           IF WSYearFilter EQUAL TO 0
               MOVE WSBaselineFileName TO APPROVAL-SUBJECT
           ELSE
               STRING FUNCTION TRIM(WSBaselineFileName) " YEAR "
                   WSYearFilter
                   DELIMITED BY SIZE INTO APPROVAL-SUBJECT
           END-IF
           MOVE "BASELINE PROMOTION" TO APPROVAL-ACTION
           MOVE "SUPERVISOR" TO APPROVAL-ROLE
           MOVE "BASELINECHK" TO APPROVAL-PROGRAM
           MOVE WSApprovalId TO APPROVAL-ID
           IF WSApprovalId EQUAL TO SPACES
               MOVE "REQUEST" TO APPROVAL-FUNCTION
           ELSE
               MOVE "EXECUTE" TO APPROVAL-FUNCTION
           END-IF
           CALL 'APPROVALGATE' USING APPROVAL-REQUEST
           MOVE 0 TO RETURN-CODE.

      *> Copies the current baseline, record for record, to a dated
      *> backup before anything overwrites it.
       BackupBaseline.
                   MOVE SPACES TO WSDiagInput
           END-ACCEPT
           IF WSDiagInput EQUAL TO SPACES
               IF WSDay >= 1 AND WSDay <= 7
                   STRING WSYear "/data/input_day_"
                       FUNCTION TRIM(WSDiagDayWord(WSDay))
                       DELIMITED BY SIZE INTO WSDiagInput
