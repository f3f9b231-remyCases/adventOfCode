       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLVIEW.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SpoolIndexFile ASSIGN TO "results/spool_index"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSIndexStatus.
           SELECT SpoolStepFile ASSIGN TO WSStepName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSStepStatus.
           SELECT ClassFile ASSIGN TO "tools/data/spool_classes"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSClassStatus.
           SELECT AlertFile ASSIGN TO "results/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAlertStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SpoolIndexFile.
       01 SpoolIndexRecord PIC X(160).
       FD SpoolStepFile.
       01 SpoolStepRecord PIC X(256).
       FD ClassFile.
       01 ClassRecord PIC X(80).
       FD AlertFile.
       01 AlertRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> Viewer for the job output spool MAINCOB and QUEUERUNNER write
      *> (results/spool_index, see spoolFile.cpy):
      *>   (no option) or --list      every spooled step, numbered;
      *>                              --run RUNID, --class C and
      *>                              --date YYYYMMDD narrow it
      *>   --show N [--page P]        one entry's output, --lines L
      *>                              (default 40) to a page
      *>   --find TEXT                the lines holding TEXT (any
      *>                              case) in the --show entry, or
      *>                              in every entry the filters keep
      *>   --purge                    removes entries older than
      *>                              their class's KEEPDAYS
      *>                              (tools/data/spool_classes);
      *>                              --class C and --age D narrow
      *>                              and override it
      *> N is the entry's position in the listing, the way ALERTSWEEP
      *> numbers alerts. A purge needs the SENIOR role (AUTHCHECK) and
      *> never removes the spool of a run that still has an OPEN
      *> alert - that output is the evidence.
       01 WSIndexStatus PIC 99.
       01 WSStepStatus PIC 99.
       01 WSClassStatus PIC 99.
       01 WSAlertStatus PIC 99.
       01 WSStepName PIC X(80).
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSActionFlag PIC X VALUE 'L'.
           88 ListAction VALUE 'L'.
           88 ShowAction VALUE 'S'.
           88 FindAction VALUE 'F'.
           88 PurgeAction VALUE 'P'.
       01 WSRunFilter PIC X(6) VALUE SPACES.
       01 WSClassFilter PIC X VALUE SPACE.
       01 WSDateFilter PIC X(8) VALUE SPACES.
       01 WSShowText PIC X(6) VALUE SPACES.
       01 WSShowEntry PIC 9(4) VALUE 0.
       01 WSPageText PIC X(6) VALUE SPACES.
       01 WSPage PIC 9(4) VALUE 1.
       01 WSPageSizeText PIC X(4) VALUE SPACES.
       01 WSPageSize PIC 9(3) VALUE 40.
       01 WSPageCount PIC 9(4).
       01 WSFirstLine PIC 9(6).
       01 WSLastLine PIC 9(6).
       01 WSFindText PIC X(60) VALUE SPACES.
       01 WSFindLen PIC 9(2) VALUE 0.
       01 WSAgeText PIC X(4) VALUE SPACES.

      *> The whole index goes through this table; a purge rewrites the
      *> file from it, so an index deeper than the table refuses the
      *> purge rather than dropping the entries it could not load.
       01 WSSpoolOverflow PIC A VALUE 'N'.
       01 WSSpoolTable.
           05 WSSpoolCount PIC 9(4) VALUE 0.
           05 WSSpoolEntry OCCURS 2000 TIMES.
               10 WSSpoolLine PIC X(160).
               10 WSSpoolKeep PIC A.
       01 WSIdx PIC 9(4).
       01 WSLine PIC X(160).
       01 WSEntRunId PIC X(6).
       01 WSEntStep PIC X(9).
       01 WSEntClass PIC X.
       01 WSEntStamp PIC X(14).
       01 WSEntProgram PIC X(12).
       01 WSEntRc PIC X(4).
       01 WSEntLines PIC X(6).
       01 WSEntFile PIC X(80).
       01 WSEntSelected PIC A.
       01 WSListedCount PIC 9(4) VALUE 0.
       01 WSIdxDisplay PIC Z(3)9.

       01 WSStepLine PIC X(256).
       01 WSUpperLine PIC X(256).
       01 WSStepLineNo PIC 9(6).
       01 WSLineDisplay PIC Z(5)9.
       01 WSPageDisplay PIC Z(3)9.
       01 WSPageCountDisplay PIC Z(3)9.
       01 WSHitTally PIC 9(4).
       01 WSHitCount PIC 9(6) VALUE 0.

       01 WSClassTable.
           05 WSClassCount PIC 99 VALUE 0.
           05 WSClassEntry OCCURS 20 TIMES.
               10 WSClassCode PIC X.
               10 WSClassKeep PIC 9(4).
       01 WSClassIdx PIC 99.
       01 WSClassCodeText PIC X(4).
       01 WSClassKeepText PIC X(6).
       01 WSKeepDays PIC 9(4).

      *> Run ids that still have an OPEN alert against them.
       01 WSOpenRunTable.
           05 WSOpenRunCount PIC 9(3) VALUE 0.
           05 WSOpenRunId OCCURS 200 TIMES PIC X(6).
       01 WSOpenIdx PIC 9(3).
       01 WSOpenHit PIC A.
       01 WSAlertAck PIC X(4).
       01 WSAlertSkip PIC X(40).
       01 WSAlertRunId PIC X(6).

       01 WSToday PIC X(8).
       01 WSTodayInt PIC 9(8).
       01 WSEntInt PIC 9(8).
       01 WSEntAge PIC 9(8).
       01 WSPurgedCount PIC 9(4) VALUE 0.
       01 WSRefusedCount PIC 9(4) VALUE 0.
       01 WSDeleteRc PIC 9(8) COMP.

       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           PERFORM LoadSpoolIndex
           EVALUATE TRUE
               WHEN ShowAction
                   PERFORM ShowSpoolEntry
               WHEN FindAction
                   PERFORM FindInSpool
               WHEN PurgeAction
                   PERFORM PurgeSpool
               WHEN OTHER
                   PERFORM ListSpool
           END-EVALUATE
           STOP RUN.

      *> --show and --find combine: --show picks the entry, --find
      *> turns the page into a search of it.
       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--list"
                       CONTINUE
                   WHEN "--run"
                       PERFORM NextArgument
                       MOVE WSArgValue(1:6) TO WSRunFilter
                   WHEN "--class"
                       PERFORM NextArgument
                       MOVE FUNCTION UPPER-CASE(WSArgValue(1:1))
                           TO WSClassFilter
                   WHEN "--date"
                       PERFORM NextArgument
                       MOVE WSArgValue(1:8) TO WSDateFilter
                   WHEN "--show"
                       PERFORM NextArgument
                       MOVE WSArgValue(1:6) TO WSShowText
                       IF NOT FindAction
                           SET ShowAction TO TRUE
                       END-IF
                   WHEN "--page"
                       PERFORM NextArgument
                       MOVE WSArgValue(1:6) TO WSPageText
                   WHEN "--lines"
                       PERFORM NextArgument
                       MOVE WSArgValue(1:4) TO WSPageSizeText
                   WHEN "--find"
                       PERFORM NextArgument
                       MOVE WSArgValue(1:60) TO WSFindText
                       SET FindAction TO TRUE
                   WHEN "--purge"
                       SET PurgeAction TO TRUE
                   WHEN "--age"
                       PERFORM NextArgument
                       MOVE WSArgValue(1:4) TO WSAgeText
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM
           IF WSShowText NOT EQUAL TO SPACES
               COMPUTE WSShowEntry = FUNCTION NUMVAL(WSShowText)
           END-IF
           IF WSPageText NOT EQUAL TO SPACES
               COMPUTE WSPage = FUNCTION NUMVAL(WSPageText)
           END-IF
           IF WSPage EQUAL TO 0
               MOVE 1 TO WSPage
           END-IF
           IF WSPageSizeText NOT EQUAL TO SPACES
               COMPUTE WSPageSize = FUNCTION NUMVAL(WSPageSizeText)
           END-IF
           IF WSPageSize EQUAL TO 0
               MOVE 40 TO WSPageSize
           END-IF
           MOVE FUNCTION UPPER-CASE(WSFindText) TO WSFindText
           COMPUTE WSFindLen = FUNCTION LENGTH(FUNCTION TRIM(WSFindText)).

       NextArgument.
           ADD 1 TO WSArgIdx
           MOVE SPACES TO WSArgValue
           IF WSArgIdx NOT GREATER THAN WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
           END-IF.

       LoadSpoolIndex.
           OPEN INPUT SpoolIndexFile
           IF WSIndexStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SpoolIndexFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSLine NOT EQUAL TO SPACES
                           IF WSSpoolCount < 2000
                               ADD 1 TO WSSpoolCount
                               MOVE WSLine TO WSSpoolLine(WSSpoolCount)
                               MOVE 'Y' TO WSSpoolKeep(WSSpoolCount)
                           ELSE
                               MOVE 'Y' TO WSSpoolOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SpoolIndexFile.

       SplitIndexLine.
           MOVE SPACES TO WSEntRunId
           MOVE SPACES TO WSEntStep
           MOVE SPACES TO WSEntClass
           MOVE SPACES TO WSEntStamp
           MOVE SPACES TO WSEntProgram
           MOVE SPACES TO WSEntRc
           MOVE SPACES TO WSEntLines
           MOVE SPACES TO WSEntFile
           UNSTRING WSSpoolLine(WSIdx) DELIMITED BY "|"
               INTO WSEntRunId WSEntStep WSEntClass WSEntStamp
                    WSEntProgram WSEntRc WSEntLines WSEntFile.

      *> The --run/--class/--date filters against the entry just split.
       CheckEntryFilters.
           MOVE 'Y' TO WSEntSelected
           IF WSRunFilter NOT EQUAL TO SPACES
           AND WSRunFilter NOT EQUAL TO WSEntRunId
               MOVE 'N' TO WSEntSelected
           END-IF
           IF WSClassFilter NOT EQUAL TO SPACE
           AND WSClassFilter NOT EQUAL TO WSEntClass
               MOVE 'N' TO WSEntSelected
           END-IF
           IF WSDateFilter NOT EQUAL TO SPACES
           AND WSDateFilter NOT EQUAL TO WSEntStamp(1:8)
               MOVE 'N' TO WSEntSelected
           END-IF.

       ListSpool.
           DISPLAY "=== JOB OUTPUT SPOOL ==="
           DISPLAY "   N RUNID  STEP      C STAMP          PROGRAM     "
               "   RC  LINES"
           MOVE 1 TO WSIdx
           PERFORM ListOneEntry UNTIL WSIdx > WSSpoolCount
           IF WSListedCount EQUAL TO 0
               DISPLAY "(NO SPOOLED OUTPUT)"
           ELSE
               DISPLAY "=== " WSListedCount " SPOOL ENTRY(IES) ==="
           END-IF.

       ListOneEntry.
           PERFORM SplitIndexLine
           PERFORM CheckEntryFilters
           IF WSEntSelected EQUAL TO 'Y'
               ADD 1 TO WSListedCount
               MOVE WSIdx TO WSIdxDisplay
               DISPLAY WSIdxDisplay " " WSEntRunId " " WSEntStep " "
                   WSEntClass " " WSEntStamp " " WSEntProgram " "
                   WSEntRc " " WSEntLines
           END-IF
           ADD 1 TO WSIdx.

      *> One page of one entry, every line numbered so a --find hit
      *> can be paged straight to.
       ShowSpoolEntry.
           PERFORM CheckShowEntry
           MOVE WSShowEntry TO WSIdx
           PERFORM SplitIndexLine
           COMPUTE WSPageCount =
               (FUNCTION NUMVAL(WSEntLines) + WSPageSize - 1) / WSPageSize
           IF WSPageCount EQUAL TO 0
               MOVE 1 TO WSPageCount
           END-IF
           COMPUTE WSFirstLine = (WSPage - 1) * WSPageSize + 1
           COMPUTE WSLastLine = WSPage * WSPageSize
           MOVE WSPage TO WSPageDisplay
           MOVE WSPageCount TO WSPageCountDisplay
           DISPLAY "=== SPOOL " FUNCTION TRIM(WSShowText) " RUN "
               WSEntRunId " STEP " WSEntStep " CLASS " WSEntClass
               " " FUNCTION TRIM(WSEntProgram) " RC " WSEntRc
               " PAGE " FUNCTION TRIM(WSPageDisplay) " OF "
               FUNCTION TRIM(WSPageCountDisplay) " ==="
           MOVE WSEntFile TO WSStepName
           OPEN INPUT SpoolStepFile
           IF WSStepStatus NOT EQUAL TO 0
               DISPLAY "SPOOL FILE " FUNCTION TRIM(WSStepName)
                   " NOT FOUND."
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSStepLineNo
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SpoolStepFile INTO WSStepLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSStepLineNo
                       IF WSStepLineNo >= WSFirstLine
                       AND WSStepLineNo <= WSLastLine
                           MOVE WSStepLineNo TO WSLineDisplay
                           DISPLAY WSLineDisplay " "
                               FUNCTION TRIM(WSStepLine, TRAILING)
                       END-IF
                       IF WSStepLineNo > WSLastLine
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SpoolStepFile
           IF WSPage < WSPageCount
               COMPUTE WSPageDisplay = WSPage + 1
               DISPLAY "=== MORE: --show " FUNCTION TRIM(WSShowText)
                   " --page " FUNCTION TRIM(WSPageDisplay) " ==="
           ELSE
               DISPLAY "=== END OF SPOOL ENTRY ==="
           END-IF.

       CheckShowEntry.
           IF WSShowEntry EQUAL TO 0 OR WSShowEntry > WSSpoolCount
               DISPLAY "NO SPOOL ENTRY " FUNCTION TRIM(WSShowText)
                   " (SPOOLVIEW --list NUMBERS THEM)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Every line holding the text, with the page it sits on at the
      *> current --lines, across the --show entry or every entry the
      *> filters keep.
       FindInSpool.
           IF WSFindLen EQUAL TO 0
               DISPLAY "--find NEEDS THE TEXT TO LOOK FOR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "=== SPOOL SEARCH FOR """
               WSFindText(1:WSFindLen) """ ==="
           IF WSShowText NOT EQUAL TO SPACES
               PERFORM CheckShowEntry
               MOVE WSShowEntry TO WSIdx
               PERFORM SplitIndexLine
               PERFORM SearchOneEntry
           ELSE
               MOVE 1 TO WSIdx
               PERFORM UNTIL WSIdx > WSSpoolCount
                   PERFORM SplitIndexLine
                   PERFORM CheckEntryFilters
                   IF WSEntSelected EQUAL TO 'Y'
                       PERFORM SearchOneEntry
                   END-IF
                   ADD 1 TO WSIdx
               END-PERFORM
           END-IF
           DISPLAY "=== " WSHitCount " LINE(S) FOUND ===".

       SearchOneEntry.
           MOVE WSEntFile TO WSStepName
           OPEN INPUT SpoolStepFile
           IF WSStepStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSStepLineNo
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SpoolStepFile INTO WSStepLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM CheckOneStepLine
               END-READ
           END-PERFORM
           CLOSE SpoolStepFile.

       CheckOneStepLine.
           ADD 1 TO WSStepLineNo
           MOVE FUNCTION UPPER-CASE(WSStepLine) TO WSUpperLine
           MOVE 0 TO WSHitTally
           INSPECT WSUpperLine TALLYING WSHitTally
               FOR ALL WSFindText(1:WSFindLen)
           IF WSHitTally > 0
               ADD 1 TO WSHitCount
               MOVE WSIdx TO WSIdxDisplay
               MOVE WSStepLineNo TO WSLineDisplay
               COMPUTE WSPageCountDisplay =
                   (WSStepLineNo + WSPageSize - 1) / WSPageSize
               DISPLAY "SPOOL " FUNCTION TRIM(WSIdxDisplay) " RUN "
                   WSEntRunId " " WSEntStep " LINE "
                   FUNCTION TRIM(WSLineDisplay) " (PAGE "
                   FUNCTION TRIM(WSPageCountDisplay) "): "
                   FUNCTION TRIM(WSStepLine, TRAILING)
           END-IF.

      *> Age and class purge. Each entry's age is counted in calendar
      *> days from its spool stamp; what goes is removed from disk and
      *> from the index, and reported by name.
       PurgeSpool.
           IF WSSpoolOverflow EQUAL TO 'Y'
               DISPLAY "SPOOL INDEX EXCEEDS THE 2000-ENTRY TABLE: PURGE "
                   "REFUSED SO NO ENTRY IS DROPPED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SPOOL PURGE" TO WSAuthAction
           MOVE "SENIOR" TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadSpoolClasses
           PERFORM LoadOpenAlertRuns
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WSToday))
           DISPLAY "=== SPOOL PURGE " WSToday " ==="
           MOVE 1 TO WSIdx
           PERFORM PurgeOneEntry UNTIL WSIdx > WSSpoolCount
           IF WSPurgedCount > 0
               PERFORM RewriteSpoolIndex
           END-IF
           DISPLAY "=== " WSPurgedCount " SPOOL ENTRY(IES) PURGED, "
               WSRefusedCount " REFUSED (OPEN ALERT) ===".

       PurgeOneEntry.
           PERFORM SplitIndexLine
           ADD 1 TO WSIdx
           IF WSClassFilter NOT EQUAL TO SPACE
           AND WSClassFilter NOT EQUAL TO WSEntClass
               NEXT SENTENCE
           END-IF
           IF WSEntStamp(1:8) IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           IF WSAgeText NOT EQUAL TO SPACES
               COMPUTE WSKeepDays = FUNCTION NUMVAL(WSAgeText)
           ELSE
               MOVE 30 TO WSKeepDays
               PERFORM VARYING WSClassIdx FROM 1 BY 1
                   UNTIL WSClassIdx > WSClassCount
                   IF WSClassCode(WSClassIdx) EQUAL TO WSEntClass
                       MOVE WSClassKeep(WSClassIdx) TO WSKeepDays
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WSEntInt = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WSEntStamp(1:8)))
           COMPUTE WSEntAge = WSTodayInt - WSEntInt
           IF WSEntAge NOT GREATER THAN WSKeepDays
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSOpenHit
           PERFORM VARYING WSOpenIdx FROM 1 BY 1
               UNTIL WSOpenIdx > WSOpenRunCount
               IF WSOpenRunId(WSOpenIdx) EQUAL TO WSEntRunId
                   MOVE 'Y' TO WSOpenHit
               END-IF
           END-PERFORM
           IF WSOpenHit EQUAL TO 'Y'
               ADD 1 TO WSRefusedCount
               DISPLAY "REFUSED (OPEN ALERT ON RUN " WSEntRunId "): "
                   FUNCTION TRIM(WSEntFile)
               NEXT SENTENCE
           END-IF
           CALL "CBL_DELETE_FILE" USING WSEntFile
               RETURNING WSDeleteRc
           END-CALL
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO WSSpoolKeep(WSIdx - 1)
           ADD 1 TO WSPurgedCount
           DISPLAY "PURGED: RUN " WSEntRunId " " WSEntStep " CLASS "
               WSEntClass " " FUNCTION TRIM(WSEntFile).

       LoadSpoolClasses.
           MOVE 'N' TO WSEOF
           OPEN INPUT ClassFile
           IF WSClassStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ClassFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreSpoolClass
               END-READ
           END-PERFORM
           CLOSE ClassFile.

       StoreSpoolClass.
           IF WSLine EQUAL TO SPACES OR WSLine(1:1) EQUAL TO '*'
           OR WSClassCount >= 20
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSClassCodeText
           MOVE SPACES TO WSClassKeepText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSClassCodeText WSClassKeepText
           ADD 1 TO WSClassCount
           MOVE FUNCTION UPPER-CASE(WSClassCodeText(1:1))
               TO WSClassCode(WSClassCount)
           COMPUTE WSClassKeep(WSClassCount) =
               FUNCTION NUMVAL(WSClassKeepText).

       LoadOpenAlertRuns.
           MOVE 'N' TO WSEOF
           OPEN INPUT AlertFile
           IF WSAlertStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ AlertFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreOpenAlertRun
               END-READ
           END-PERFORM
           CLOSE AlertFile.

      *> ACK|STAMP|PROGRAM|KEY|CODE|MSG|LAST|COUNT|ASSIGNEE|RUNID
       StoreOpenAlertRun.
           IF WSLine(1:2) NOT EQUAL TO "N|" OR WSOpenRunCount >= 200
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSAlertRunId
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSAlertAck WSAlertSkip WSAlertSkip WSAlertSkip
                    WSAlertSkip WSAlertSkip WSAlertSkip WSAlertSkip
                    WSAlertSkip WSAlertRunId
           IF WSAlertRunId NOT EQUAL TO SPACES
               ADD 1 TO WSOpenRunCount
               MOVE WSAlertRunId TO WSOpenRunId(WSOpenRunCount)
           END-IF.

       RewriteSpoolIndex.
           OPEN OUTPUT SpoolIndexFile
           IF WSIndexStatus NOT EQUAL TO 0
               DISPLAY "Error " WSIndexStatus ": unable to rewrite "
                   "results/spool_index. Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSSpoolCount
               IF WSSpoolKeep(WSIdx) EQUAL TO 'Y'
                   WRITE SpoolIndexRecord FROM WSSpoolLine(WSIdx)
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE SpoolIndexFile.
