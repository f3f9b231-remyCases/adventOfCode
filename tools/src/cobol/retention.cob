           SELECT AlertFile ASSIGN TO "results/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAlertStatus.
           SELECT GenerationFile ASSIGN TO "tools/data/generations"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSGenStatus.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 KeepRecord PIC X(220).
       FD AlertFile.
       01 AlertRecord PIC X(160).
       FD GenerationFile.
       01 GenerationRecord PIC X(160).
       FD CalendarFile.
       01 CalendarRecord PIC X(80).

       WORKING-STORAGE SECTION.
      *> Retention sweeper for the work files nothing governed:
      *>     date via CBL_CHECK_FILE_EXIST;
      *>   - the special pattern "DIAGBUNDLES" enumerates the
      *>     per-incident diag files through the alerts file, the way
      *>     INCIDENTREPORT finds them;
      *>   - the special pattern "GENERATIONS" rolls off the numbered
      *>     input generations INTAKE keeps (tools/data/generations):
      *>     its KEEPDAYS field is read as a count, the newest that
      *>     many ACTIVE generations of each input are kept, every
      *>     older one has its BASE.Gnnnn file removed and its index
      *>     line marked ROLLED so GENRESOLVE stops offering it.
      *> A KEEPDAYS ending in B ("10B") counts business days on the
      *> shop calendar (tools/data/business_calendar) instead of
      *> calendar days, so a holiday week does not eat the window.
      *> ARCHIVE copies the file's lines, path-stamped, into
      *> results/retention_archive.log before removal. A file named
      *> inside any OPEN alert is refused - never sweep evidence -
       01 WSKeepText PIC X(6).
       01 WSActionText PIC X(8).
       01 WSKeepDays PIC 9(4).
       01 WSKeepBusiness PIC 9(2).

       01 WSToday PIC X(8).
       01 WSTodayInt PIC 9(8).
       01 WSDiagDate PIC X(8).

       01 WSKeepLine PIC X(220).

      *> The generations index, held whole so it can be rewritten
      *> with the rolled lines marked; comment lines pass through.
       01 WSGenStatus PIC 99.
       01 WSGenTable.
           05 WSGenCount PIC 9(4) VALUE 0.
           05 WSGenEntry OCCURS 500 TIMES.
               10 WSGenLine PIC X(160).
               10 WSGenBase PIC X(60).
               10 WSGenNumber PIC 9(4).
               10 WSGenState PIC X(8).
       01 WSGenIdx PIC 9(4).
       01 WSGenScan PIC 9(4).
       01 WSGenNewer PIC 9(4).
       01 WSGenRolled PIC 9(4).
       01 WSGenText PIC X(6).
       01 WSGenSkip PIC X(20).
       01 WSGenTail PIC 9(3).
       01 WSDeleteRc PIC 9(8) COMP.
       COPY "calendarFile.cpy".

       PROCEDURE DIVISION.
       Main.
           COMPUTE WSTodayInt =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WSToday))
           DISPLAY "=== RETENTION SWEEP " WSToday " ==="
           PERFORM LoadBusinessCalendar
           OPEN INPUT PolicyFile
           IF WSPolicyStatus NOT EQUAL TO 0
               DISPLAY "NO RETENTION POLICY (tools/data/retention): "
           MOVE SPACES TO WSActionText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSPatternText WSKeepText WSActionText
           MOVE FUNCTION UPPER-CASE(WSKeepText) TO WSKeepText
           MOVE 0 TO WSKeepBusiness
           INSPECT WSKeepText TALLYING WSKeepBusiness FOR ALL "B"
           INSPECT WSKeepText REPLACING ALL "B" BY SPACE
           COMPUTE WSKeepDays = FUNCTION NUMVAL(WSKeepText)
           MOVE FUNCTION UPPER-CASE(WSActionText) TO WSActionText
           IF WSActionText NOT EQUAL TO "DELETE"
                   FUNCTION TRIM(WSLine)
               NEXT SENTENCE
           END-IF
           IF WSKeepBusiness > 0
               COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSToday)
               COMPUTE BCAL-DAYS = 0 - WSKeepDays
               PERFORM AddBusinessDays
               COMPUTE WSCutoffInt = FUNCTION INTEGER-OF-DATE(BCAL-DATE)
           ELSE
               COMPUTE WSCutoffInt = WSTodayInt - WSKeepDays
           END-IF

           EVALUATE TRUE
               WHEN FUNCTION TRIM(WSPatternText) EQUAL TO "DIAGBUNDLES"
                   PERFORM SweepDiagBundles
               WHEN FUNCTION TRIM(WSPatternText) EQUAL TO "GENERATIONS"
                   PERFORM SweepGenerations
               WHEN OTHER
                   MOVE 0 TO WSTokenPos
                   INSPECT WSPatternText TALLYING WSTokenPos
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WSProbeTry.

      *> Keeps the newest KEEPDAYS ACTIVE generations of each input
      *> (never fewer than one, the installed file's own) and rolls
      *> the rest. A generation whose file an OPEN alert names stays
      *> ACTIVE until the alert is dealt with, like any other file.
       SweepGenerations.
           IF WSKeepDays EQUAL TO 0
               MOVE 1 TO WSKeepDays
           END-IF
           MOVE 0 TO WSGenCount
           MOVE 0 TO WSGenRolled
           MOVE 'N' TO WSTargetEOF
           OPEN INPUT GenerationFile
           IF WSGenStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSTargetEOF EQUAL TO 'Y'
               READ GenerationFile INTO WSLine
                   AT END MOVE 'Y' TO WSTargetEOF
                   NOT AT END PERFORM LoadOneGeneration
               END-READ
           END-PERFORM
           CLOSE GenerationFile
           PERFORM VARYING WSGenIdx FROM 1 BY 1
               UNTIL WSGenIdx > WSGenCount
               IF WSGenState(WSGenIdx) EQUAL TO "ACTIVE"
                   PERFORM RollGenerationIfOld
               END-IF
           END-PERFORM
           IF WSGenRolled EQUAL TO 0
               NEXT SENTENCE
           END-IF
           OPEN OUTPUT GenerationFile
           IF WSGenStatus NOT EQUAL TO 0
               DISPLAY "UNABLE TO REWRITE tools/data/generations"
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSGenIdx FROM 1 BY 1
               UNTIL WSGenIdx > WSGenCount
               WRITE GenerationRecord FROM WSGenLine(WSGenIdx)
           END-PERFORM
           CLOSE GenerationFile.

       LoadOneGeneration.
           IF WSGenCount >= 500
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSGenCount
           MOVE WSLine TO WSGenLine(WSGenCount)
           MOVE SPACES TO WSGenBase(WSGenCount)
           MOVE 0 TO WSGenNumber(WSGenCount)
           MOVE SPACES TO WSGenState(WSGenCount)
           IF WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSGenText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSGenBase(WSGenCount) WSGenText
                   WSGenSkip WSGenSkip WSGenSkip WSGenSkip
                   WSGenState(WSGenCount)
           COMPUTE WSGenNumber(WSGenCount) = FUNCTION NUMVAL(WSGenText).

      *> Counts the newer ACTIVE generations of the same input; once
      *> KEEPDAYS of them exist this one has rolled off.
       RollGenerationIfOld.
           MOVE 0 TO WSGenNewer
           PERFORM VARYING WSGenScan FROM 1 BY 1
               UNTIL WSGenScan > WSGenCount
               IF WSGenState(WSGenScan) EQUAL TO "ACTIVE"
               AND WSGenBase(WSGenScan) EQUAL TO WSGenBase(WSGenIdx)
               AND WSGenNumber(WSGenScan) > WSGenNumber(WSGenIdx)
                   ADD 1 TO WSGenNewer
               END-IF
           END-PERFORM
           IF WSGenNewer < WSKeepDays
               NEXT SENTENCE
           END-IF
           MOVE WSGenNumber(WSGenIdx) TO WSGenText
           MOVE SPACES TO WSTargetName
           STRING FUNCTION TRIM(WSGenBase(WSGenIdx)) ".G"
               WSGenText(1:4)
               DELIMITED BY SIZE INTO WSTargetName
          *> A file already gone still rolls; one the sweep had to
          *> leave in place stays ACTIVE.
           MOVE 0 TO WSDeleteRc
           CALL "CBL_CHECK_FILE_EXIST" USING WSTargetName WSFileInfo
           IF RETURN-CODE EQUAL TO 0
               MOVE 1 TO WSDeleteRc
               PERFORM SweepIfPresent
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WSDeleteRc NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           COMPUTE WSGenTail = FUNCTION LENGTH(
               FUNCTION TRIM(WSGenLine(WSGenIdx), TRAILING)) - 5
           MOVE "ROLLED" TO WSGenLine(WSGenIdx)(WSGenTail:)
           MOVE "ROLLED" TO WSGenState(WSGenIdx)
           ADD 1 TO WSGenRolled.

      *> One candidate actually on disk: the open-alert guard first,
      *> then the policy's action, then the report line.
       SweepIfPresent.
           END-PERFORM
           CLOSE TargetFile
           CLOSE KeepFile.

       COPY "calendarMath.cpy".
