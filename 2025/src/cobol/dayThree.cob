           SELECT EventFile ASSIGN TO WSEventPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT DiagFile ASSIGN TO WSDiagFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIAG-STATUS.
           SELECT SnapshotFile ASSIGN TO WSSnapshotName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSnapshotStatus.
           SELECT RackFile ASSIGN TO WSRackFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRackStatus.
           SELECT RackLogFile ASSIGN TO WSRackLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRackLogStatus.

       DATA DIVISION.
       FILE SECTION.
       01 ConfigRecord PIC X(80).
       FD DiagFile.
       01 DiagRecord PIC X(120).
       FD SnapshotFile.
       01 SnapshotRecord PIC X(200).
       FD RackFile.
       01 RackRecord PIC X(80).
       FD RackLogFile.
       01 RackLogRecord PIC X(120).

       WORKING-STORAGE SECTION.
       *> Data file path, overridable at runtime via the AOC2025DAY3INPUT
           05 WSHeaderRawLine OCCURS 8 TIMES PIC X(80).
       01 WSHeaderCount PIC 9(2) VALUE 0.
       01 WSHeaderIdx PIC 9(2).
      *> Every line read, header and moves alike, for the records-read
      *> figure the driver balances against intake.
       01 WSRecordsRead PIC 9(8) VALUE 0.
       01 WSStackCol PIC 9(2).
       01 WSStackCharPos PIC 9(3).
       01 WSStackChar PIC X.
       01 WSBuiltInputPtr PIC 9(3).

       COPY "linkedStackStats.cpy".
       COPY "linkedStackPool.cpy".
      *> Node pool sizing: moves only relink existing nodes, so the
      *> crates parsed from the header are every node the run can ever
      *> hold. NODEPOOL=0 in the runtime configuration, or
      *> AOC2025DAY3ALLOC=NODE, selects the per-node ALLOCATE path
      *> instead; AOC2025DAY3ALLOC=POOL forces the pool back on.
       01 WSAllocEnv PIC X(4).
       01 WSPoolSpaces PIC 9(4).

       *> Move-by-move trace, one line per "move N from X to Y" instruction.
       01 WSMoveSeq PIC 9(6) VALUE 0.
       01 WSEffPairTable.
           05 WSEffPairRow OCCURS 9 TIMES.
               10 WSEffPairCount OCCURS 9 TIMES PIC 9(6).
       01 WSEffSrcIdx PIC 99.
       01 WSEffDesIdx PIC 99.
       01 WSEffBestSrc PIC 9.
       01 WSEffBestDes PIC 9.
       01 WSEffBestCount PIC 9(6).
       *> Sixth CSV column: the active run id (AOCRUNID, exported by
       *> the driver), 000000 outside a driven run.
       01 WSCsvRunId PIC X(6).
       *> Seventh CSV column: this build's version identifier,
       *> the same one a driver's part-0 version query returns.
       COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".

      *> Per-move stack snapshots, switched on by AOC2025DAY3SNAPSHOT
      *> naming the output file: one "MOVESEQ|STACK1|STACK2|..." line
      *> for the starting stacks (move 000000) and one after every move
      *> line, each stack listed top crate first - the same trace DAYFIVE
      *> (2022) writes, so PORTCHECK can walk the two side by side.
       01 WSSnapshotName PIC X(80).
       01 WSSnapshotStatus PIC 99.
       01 WSSnapshotOn PIC A VALUE 'N'.
       01 WSSnapshotLine PIC X(200).
       01 WSSnapshotPtr PIC 9(3).
       01 WSSnapshotCol PIC 9.
       01 WSSnapshotSeq PIC 9(6).

      *> Rack capacity mode, switched on by AOC2025DAY3RACKS naming the
      *> capacity file (tools/data/rack_capacity by convention): one
      *> "STACK|MAXCRATES" record per rack position that has a height
      *> limit, a stack with no record being unlimited. After the
      *> part's own (unconstrained) replay, the move list is replayed
      *> once more on a separate table from the same starting stacks
      *> with the limits applied: a move that would take its
      *> destination past capacity is a violation, and RACKDEFER in the
      *> runtime configuration says what happens to it - 0 (the
      *> default) rejects it outright, 1 holds it back until enough
      *> room has freed up and then runs it. Every violation, deferral,
      *> release, and never-released move is logged to
      *> 2025/data/rack_log_day_three as
      *> "STAMP|PART|MOVE|QTY|SRC|DES|DEPTH|CAP|ACTION|RUNID", and the
      *> end-of-run report sets the constrained top row against the
      *> unconstrained answer.
       01 WSRackFileName PIC X(60).
       01 WSRackStatus PIC 99.
       01 WSRackLine PIC X(80).
       01 WSRackEOF PIC A.
       01 WSRackFields.
           05 WSRackFStack PIC X(8).
           05 WSRackFMax PIC X(8).
       01 WSRackCount PIC 99 VALUE 0.
       01 WSRackCapTable.
           05 WSRackCap OCCURS 9 TIMES PIC 9(4) VALUE 0.
       01 WSRackDepthTable.
           05 WSRackDepth OCCURS 9 TIMES PIC 9(4) VALUE 0.
       01 WSRackStartTable.
           05 WSRackStart OCCURS 9 TIMES PIC 9(4) VALUE 0.
       01 WSRackStackNo PIC 99.
       01 WSRackDefer PIC 9 VALUE 0.
           88 RackDeferOn VALUE 1.
       01 AnchorTableRack USAGE POINTER VALUE NULL.
       01 AnchorTableRackRef USAGE POINTER VALUE NULL.
       01 WSRackMoveSeq PIC 9(6).
       01 WSRackQty PIC 99.
       01 WSRackSrc PIC 9.
       01 WSRackDes PIC 9.
       01 WSRackSeq PIC 9(6).
       01 WSRackEff PIC 99.
       01 WSRackNewDepth PIC 9(4).
       01 WSRackFits PIC A.
       01 WSRackQueue.
           05 WSRackQueued OCCURS 50 TIMES.
               10 WSRackQSeq PIC 9(6).
               10 WSRackQQty PIC 99.
               10 WSRackQSrc PIC 9.
               10 WSRackQDes PIC 9.
       01 WSRackQueueCount PIC 99 VALUE 0.
       01 WSRackQIdx PIC 99.
       01 WSRackQShift PIC 99.
       01 WSRackReleasedPass PIC 99.
       01 WSRackViolations PIC 9(6) VALUE 0.
       01 WSRackRejected PIC 9(6) VALUE 0.
       01 WSRackDeferred PIC 9(6) VALUE 0.
       01 WSRackReleased PIC 9(6) VALUE 0.
       01 WSRackUnreleased PIC 9(6) VALUE 0.
       01 WSRackOverStart PIC 9 VALUE 0.
       01 WSRackResult PIC X(50).
       01 WSRackAction PIC X(10).
       01 WSRackLogName PIC X(60) VALUE "2025/data/rack_log_day_three".
       01 WSRackLogStatus PIC 99.
       01 WSRackLogLine PIC X(120).
       01 WSRackCapDisplay PIC Z(3)9.
       01 WSRackDepthDisplay PIC Z(3)9.
       01 WSRackStartDisplay PIC Z(3)9.
       01 WSRackSeqDisplay PIC Z(5)9.
       01 WSRackCountDisplay PIC Z(5)9.
       01 WSRackStackDisplay PIC 9.
       01 WSRackQtyDisplay PIC Z9.

       LINKAGE SECTION.
       COPY "linkedStackNode.cpy".
       01 LPart PIC 9 VALUE 1.
       01 LResult PIC X(80).
      *> Optional replay statistics, laid out exactly as DAYFIVE (2022)
      *> returns them in L-STATS; callers that pass only the part and
      *> result leave it unset and it is never touched.
       01 LStats.
           05 LStatMoves PIC 9(8).
           05 LStatCrates PIC 9(8).
           05 LStatPushes PIC 9(8).
           05 LStatPops PIC 9(8).
           05 LStatCuts PIC 9(8).
           05 LStatGlues PIC 9(8).
           05 LStatMaxHwm PIC 9(4).
           05 LStatPoolPeak PIC 9(8).
           05 LStatPoolReuse PIC 9(8).
           05 LStatPoolExhaust PIC 9(4).

       PROCEDURE DIVISION USING LPart LResult OPTIONAL LStats.
       Main.
           COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
               RESULT-FIELD BY LResult.
           *> 0 = success, 1 = bad input (an invalid part, or a skipped
           *> move line), 2 = allocation failure, overwritten below only
           *> on failure.
               ON EXCEPTION
                   MOVE "2025/data/input_day_three" TO WSDataFileName
           END-ACCEPT
           SET NodePoolOn TO TRUE
           PERFORM LoadRuntimeConfig
           ACCEPT WSAllocEnv FROM ENVIRONMENT "AOC2025DAY3ALLOC"
               ON EXCEPTION
                   MOVE SPACES TO WSAllocEnv
           END-ACCEPT
           IF FUNCTION UPPER-CASE(WSAllocEnv) EQUAL TO "NODE"
               SET NodePoolOff TO TRUE
           END-IF
           IF FUNCTION UPPER-CASE(WSAllocEnv) EQUAL TO "POOL"
               SET NodePoolOn TO TRUE
           END-IF
           ACCEPT WSDiagFileName FROM ENVIRONMENT "AOCDIAGCAPTURE"
               ON EXCEPTION
                   MOVE SPACES TO WSDiagFileName
                   MOVE 20 TO WSEffWindowN
               END-IF
           END-IF
           ACCEPT WSRackFileName FROM ENVIRONMENT "AOC2025DAY3RACKS"
               ON EXCEPTION
                   MOVE SPACES TO WSRackFileName
           END-ACCEPT
           OPEN INPUT DataFile.
               IF WSFileStatus NOT EQUAL TO 0
                   PERFORM LookupFileStatusMessage
                   GOBACK
               END-IF

               MOVE 0 TO WSRecordsRead
               PERFORM ParseStackHeader

               *> Utilities
               MOVE LENGTH OF Node TO NBytesNode
               MOVE 0 TO WSPoolSpaces
               INSPECT WSInputLine TALLYING WSPoolSpaces FOR ALL SPACES
               COMPUTE PoolNodes = LENGTH OF WSInputLine - WSPoolSpaces
               *> The rack replay builds a second table of the same crates.
               IF WSRackFileName NOT EQUAL TO SPACES
                   COMPUTE PoolNodes = PoolNodes * 2
               END-IF
               PERFORM InitNodePool
               MOVE 1 TO PointerForUnstring
               COMPUTE NBytesAnchorTable = NBytesNode * WSNLinked

               END-PERFORM
               MOVE 0 TO StackStatIdx

               ACCEPT WSSnapshotName FROM ENVIRONMENT "AOC2025DAY3SNAPSHOT"
                   ON EXCEPTION
                       MOVE SPACES TO WSSnapshotName
               END-ACCEPT
               IF WSSnapshotName NOT EQUAL TO SPACES
                   PERFORM OpenStackSnapshot
               END-IF

               PERFORM UNTIL WSEof='Y'
                   READ DataFile INTO FData
                       AT END MOVE 'Y' TO WSEof
                       NOT AT END
                       ADD 1 TO WSRecordsRead
                       MOVE FData TO WSEof
                       *> to skip header
                       *> LPart 3 (combined mode) is accepted by the
                           IF LPart EQUALS TO 2
                               PERFORM SwitchElementByBlockLinkedStack
                           END-IF
                           IF WSSnapshotOn EQUAL TO 'Y'
                               PERFORM WriteStackSnapshot
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE DataFile
           COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.
           IF WSSnapshotOn EQUAL TO 'Y'
               CLOSE SnapshotFile
           END-IF

           *> Display linkedstacks after all moving operation were done;
           *> a stack the moves emptied has no top crate to report.
           SET AnchorTable TO AnchorTableRef
           PERFORM WSNLinked TIMES
               SET ADDRESS OF Anchor TO AnchorTable
               IF Anchor NOT EQUAL TO NULL
                   SET ADDRESS OF Node TO Anchor
                   STRING WSResult NodeData DELIMITED BY " "
                   INTO WSResult
               END-IF
               PERFORM DisplayLinkedStack
               SET AnchorTable UP BY NBytesNode
           END-PERFORM
           STRING "TOP CRATE: " WSResult DELIMITED BY SIZE INTO LResult
           DISPLAY "[2025-03-" LPart "] " FUNCTION TRIM(LResult)
           PERFORM DisplayStackStats
           PERFORM FillCallerStats
           PERFORM ReportCraneEfficiency
           PERFORM ExportCsvRow
           IF WSRackFileName NOT EQUAL TO SPACES
               PERFORM RunRackCapacity
           END-IF

           *> Freeing all linkedstacks
           SET AnchorTable TO AnchorTableRef
           SET Addrss TO AnchorTable
           FREE Addrss
           SET Addrss TO AnchorTableRef
           FREE Addrss

           PERFORM DisplayPoolStats
           PERFORM FillCallerPoolStats
           PERFORM ReleaseNodePool.
           GOBACK.

       COPY "eventAppend.cpy".

      *> Replays the move list under the rack capacity file's limits and
      *> reports the violations and whether the limits change the
      *> answer. The part's own answer, statistics and CSV row are
      *> already settled by this point; the rack replay runs untracked
      *> on its own table.
       RunRackCapacity.
           PERFORM LoadRackCapacity
           IF WSRackCount EQUAL TO 0
               DISPLAY "RACK CAPACITY FILE " FUNCTION TRIM(WSRackFileName)
                   " HAS NO USABLE RECORDS"
               NEXT SENTENCE
           END-IF
           MOVE 0 TO StackStatIdx
           PERFORM CreateRackTable
           MOVE 0 TO WSRackOverStart
           PERFORM VARYING WSRackStackNo FROM 1 BY 1
               UNTIL WSRackStackNo > WSNLinked
               MOVE WSRackDepth(WSRackStackNo) TO WSRackStart(WSRackStackNo)
               IF WSRackCap(WSRackStackNo) > 0
               AND WSRackDepth(WSRackStackNo) > WSRackCap(WSRackStackNo)
                   ADD 1 TO WSRackOverStart
               END-IF
           END-PERFORM

           MOVE 0 TO WSRackMoveSeq
           MOVE 0 TO WSRackQueueCount
           OPEN INPUT DataFile
           MOVE 'N' TO WSRackEOF
           PERFORM UNTIL WSRackEOF EQUAL TO 'Y'
               READ DataFile INTO FData
                   AT END MOVE 'Y' TO WSRackEOF
                   NOT AT END
                       IF FData(1:1) EQUAL TO 'm'
                           ADD 1 TO WSRackMoveSeq
                           PERFORM ApplyRackMove
                           MOVE 1 TO WSRackReleasedPass
                           PERFORM ReleaseDeferredMoves
                               UNTIL WSRackReleasedPass EQUAL TO 0
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DataFile

           *> Whatever is still held back when the move list runs out
           *> never ran at all.
           PERFORM VARYING WSRackQIdx FROM 1 BY 1
               UNTIL WSRackQIdx > WSRackQueueCount
               MOVE WSRackQSeq(WSRackQIdx) TO WSRackSeq
               MOVE WSRackQQty(WSRackQIdx) TO WSRackQty
               MOVE WSRackQSrc(WSRackQIdx) TO WSRackSrc
               MOVE WSRackQDes(WSRackQIdx) TO WSRackDes
               ADD 1 TO WSRackUnreleased
               MOVE "UNRELEASED" TO WSRackAction
               PERFORM LogRackEvent
           END-PERFORM

           MOVE SPACES TO WSRackResult
           PERFORM VARYING WSRackStackNo FROM 1 BY 1
               UNTIL WSRackStackNo > WSNLinked
               PERFORM PointRackStack
               IF Anchor NOT EQUAL TO NULL
                   SET ADDRESS OF Node TO Anchor
                   STRING WSRackResult NodeData DELIMITED BY " "
                   INTO WSRackResult
               END-IF
           END-PERFORM
           PERFORM ReportRackCapacity

           PERFORM VARYING WSRackStackNo FROM 1 BY 1
               UNTIL WSRackStackNo > WSNLinked
               PERFORM PointRackStack
               PERFORM FreeLinkedStack
           END-PERFORM
           SET Addrss TO AnchorTableRackRef
           FREE Addrss
           SET AnchorTmp TO NULL.

       LoadRackCapacity.
           MOVE 0 TO WSRackCount
           OPEN INPUT RackFile
           IF WSRackStatus NOT EQUAL TO 0
               DISPLAY "Error " WSRackStatus
                   ": unable to open rack capacity file "
                   FUNCTION TRIM(WSRackFileName) "."
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSRackEOF
           PERFORM UNTIL WSRackEOF EQUAL TO 'Y'
               READ RackFile INTO WSRackLine
                   AT END MOVE 'Y' TO WSRackEOF
                   NOT AT END
                       IF WSRackLine(1:1) NOT EQUAL TO '*'
                       AND WSRackLine NOT EQUAL TO SPACES
                           PERFORM AddRackCapacity
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RackFile.

      *> A stack number outside 1-9 or a non-positive limit is reported
      *> and left out; a later record for the same stack replaces the
      *> earlier one.
       AddRackCapacity.
           MOVE SPACES TO WSRackFields
           UNSTRING WSRackLine DELIMITED BY '|'
               INTO WSRackFStack WSRackFMax
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WSRackFStack) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSRackFMax) NOT EQUAL TO 0
               DISPLAY "RACK RECORD SKIPPED: " FUNCTION TRIM(WSRackLine)
               NEXT SENTENCE
           END-IF
           IF FUNCTION NUMVAL(WSRackFStack) < 1
           OR FUNCTION NUMVAL(WSRackFStack) > 9
           OR FUNCTION NUMVAL(WSRackFMax) < 1
           OR FUNCTION NUMVAL(WSRackFMax) > 9999
               DISPLAY "RACK RECORD SKIPPED: " FUNCTION TRIM(WSRackLine)
               NEXT SENTENCE
           END-IF
           COMPUTE WSRackStackNo = FUNCTION NUMVAL(WSRackFStack)
           COMPUTE WSRackCap(WSRackStackNo) = FUNCTION NUMVAL(WSRackFMax)
           ADD 1 TO WSRackCount.

      *> A fresh table from the parsed header, with each stack's
      *> starting depth counted off as it is built.
       CreateRackTable.
           ALLOCATE NBytesAnchorTable CHARACTERS RETURNING Addrss
           IF Addrss EQUALS TO NULL
               DISPLAY "ALLOCATION FAILURE: UNABLE TO CREATE STACK TABLE"
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           SET AnchorTableRack TO Addrss
           SET AnchorTableRackRef TO AnchorTableRack

           MOVE 1 TO PointerForUnstring
           MOVE 0 TO WSRackStackNo
           PERFORM WSNLinked TIMES
               ADD 1 TO WSRackStackNo
               MOVE ZEROES TO WSDataLen
               MOVE SPACES TO WSData
               UNSTRING WSInputLine DELIMITED BY ALL ' ' INTO WSData
               WITH POINTER PointerForUnstring
               INSPECT WSData TALLYING WSDataLen FOR CHARACTERS BEFORE ' '

               SET ADDRESS OF Anchor TO AnchorTableRack
               PERFORM CreateLinkedStack
               MOVE WSDataLen TO WSRackDepth(WSRackStackNo)
               SET AnchorTableRack UP BY NBytesNode
           END-PERFORM.

      *> Points Anchor at stack WSRackStackNo of the rack table.
       PointRackStack.
           SET AnchorTableRack TO AnchorTableRackRef
           COMPUTE Increment = NBytesNode * (WSRackStackNo - 1)
           SET AnchorTableRack UP BY Increment
           SET ADDRESS OF Anchor TO AnchorTableRack.

      *> One move line under the limits. Moves the main replay rejected
      *> are skipped silently here - they were already reported once.
       ApplyRackMove.
           UNSTRING FData DELIMITED BY ' '
           INTO
               UnstringDumpster WSRackQty
               UnstringDumpster WSRackSrc
               UnstringDumpster WSRackDes
           IF WSRackQty = 0 OR WSRackSrc = 0 OR WSRackDes = 0
           OR WSRackSrc > WSNLinked OR WSRackDes > WSNLinked
               NEXT SENTENCE
           END-IF
           MOVE WSRackMoveSeq TO WSRackSeq
           PERFORM CheckRackRoom
           IF WSRackFits EQUAL TO 'Y'
               PERFORM LiftRackCrates
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRackViolations
           IF RackDeferOn AND WSRackQueueCount < 50
               ADD 1 TO WSRackDeferred
               ADD 1 TO WSRackQueueCount
               MOVE WSRackSeq TO WSRackQSeq(WSRackQueueCount)
               MOVE WSRackQty TO WSRackQQty(WSRackQueueCount)
               MOVE WSRackSrc TO WSRackQSrc(WSRackQueueCount)
               MOVE WSRackDes TO WSRackQDes(WSRackQueueCount)
               MOVE "DEFERRED" TO WSRackAction
           ELSE
               ADD 1 TO WSRackRejected
               MOVE "REJECTED" TO WSRackAction
           END-IF
           PERFORM LogRackEvent.

      *> Would the move fit? Like the main replay, a source holding
      *> fewer crates than asked for gives up what it has.
       CheckRackRoom.
           MOVE WSRackQty TO WSRackEff
           IF WSRackEff > WSRackDepth(WSRackSrc)
               MOVE WSRackDepth(WSRackSrc) TO WSRackEff
           END-IF
           COMPUTE WSRackNewDepth = WSRackDepth(WSRackDes) + WSRackEff
           MOVE 'Y' TO WSRackFits
           IF WSRackCap(WSRackDes) > 0
           AND WSRackNewDepth > WSRackCap(WSRackDes)
           AND WSRackSrc NOT EQUAL TO WSRackDes
               MOVE 'N' TO WSRackFits
           END-IF.

      *> Carries the crates under the part's rule - one at a time for
      *> part 1, as a block for part 2 - and keeps the depths current.
       LiftRackCrates.
           IF WSRackEff EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF LPart EQUALS TO 1
               PERFORM WSRackEff TIMES
                   SET AnchorTmp TO NULL
                   MOVE WSRackSrc TO WSRackStackNo
                   PERFORM PointRackStack
                   PERFORM PopLinkedStack
                   MOVE WSRackDes TO WSRackStackNo
                   PERFORM PointRackStack
                   PERFORM PushExistingLinkedStack
               END-PERFORM
           ELSE
               SET AnchorTmp TO NULL
               MOVE WSRackSrc TO WSRackStackNo
               PERFORM PointRackStack
               MOVE WSRackEff TO TmpCnt
               PERFORM CutLinkedStack
               MOVE WSRackDes TO WSRackStackNo
               PERFORM PointRackStack
               PERFORM GluLinkedStack
           END-IF
           SUBTRACT WSRackEff FROM WSRackDepth(WSRackSrc)
           ADD WSRackEff TO WSRackDepth(WSRackDes).

      *> One pass over the held-back moves, oldest first, running every
      *> one that now fits; a release frees room on its source, so the
      *> caller repeats the pass until one releases nothing.
       ReleaseDeferredMoves.
           MOVE 0 TO WSRackReleasedPass
           MOVE 1 TO WSRackQIdx
           PERFORM UNTIL WSRackQIdx > WSRackQueueCount
               MOVE WSRackQSeq(WSRackQIdx) TO WSRackSeq
               MOVE WSRackQQty(WSRackQIdx) TO WSRackQty
               MOVE WSRackQSrc(WSRackQIdx) TO WSRackSrc
               MOVE WSRackQDes(WSRackQIdx) TO WSRackDes
               PERFORM CheckRackRoom
               IF WSRackFits EQUAL TO 'Y'
                   PERFORM LiftRackCrates
                   ADD 1 TO WSRackReleased
                   ADD 1 TO WSRackReleasedPass
                   MOVE "RELEASED" TO WSRackAction
                   PERFORM LogRackEvent
                   PERFORM VARYING WSRackQShift FROM WSRackQIdx BY 1
                       UNTIL WSRackQShift >= WSRackQueueCount
                       MOVE WSRackQueued(WSRackQShift + 1)
                           TO WSRackQueued(WSRackQShift)
                   END-PERFORM
                   SUBTRACT 1 FROM WSRackQueueCount
               ELSE
                   ADD 1 TO WSRackQIdx
               END-IF
           END-PERFORM.

      *> Traces one rack event and appends it to the rack log.
       LogRackEvent.
           MOVE WSRackSeq TO WSRackSeqDisplay
           MOVE WSRackDepth(WSRackDes) TO WSRackDepthDisplay
           MOVE WSRackCap(WSRackDes) TO WSRackCapDisplay
           MOVE WSRackQty TO WSRackQtyDisplay
           DISPLAY "RACK: MOVE " FUNCTION TRIM(WSRackSeqDisplay, LEADING)
               " (" FUNCTION TRIM(WSRackQtyDisplay, LEADING) " FROM " WSRackSrc " TO " WSRackDes
               "), STACK " WSRackDes " HOLDS "
               FUNCTION TRIM(WSRackDepthDisplay, LEADING) " OF "
               FUNCTION TRIM(WSRackCapDisplay, LEADING) " - "
               FUNCTION TRIM(WSRackAction)
           ACCEPT WSCsvDate FROM DATE YYYYMMDD
           ACCEPT WSCsvTime FROM TIME
           MOVE SPACES TO WSRackLogLine
           STRING WSCsvDate WSCsvTime(1:6) "|" LPart "|" WSRackSeq "|"
               WSRackQty "|" WSRackSrc "|" WSRackDes "|"
               WSRackDepth(WSRackDes) "|" WSRackCap(WSRackDes) "|"
               FUNCTION TRIM(WSRackAction) "|" WSCsvRunId
               DELIMITED BY SIZE INTO WSRackLogLine
           OPEN EXTEND RackLogFile
           IF WSRackLogStatus NOT EQUAL TO 0
               OPEN OUTPUT RackLogFile
           END-IF
           IF WSRackLogStatus EQUAL TO 0
               WRITE RackLogRecord FROM WSRackLogLine
               CLOSE RackLogFile
           END-IF.

       ReportRackCapacity.
           IF RackDeferOn
               DISPLAY "--- RACK CAPACITY (POLICY DEFER) ---"
           ELSE
               DISPLAY "--- RACK CAPACITY (POLICY REJECT) ---"
           END-IF
           PERFORM VARYING WSRackStackNo FROM 1 BY 1
               UNTIL WSRackStackNo > WSNLinked
               IF WSRackCap(WSRackStackNo) > 0
                   MOVE WSRackCap(WSRackStackNo) TO WSRackCapDisplay
                   MOVE WSRackStart(WSRackStackNo) TO WSRackStartDisplay
                   MOVE WSRackDepth(WSRackStackNo) TO WSRackDepthDisplay
                   MOVE WSRackStackNo TO WSRackStackDisplay
                   IF WSRackStart(WSRackStackNo) > WSRackCap(WSRackStackNo)
                       DISPLAY "STACK " WSRackStackDisplay ": CAPACITY "
                           FUNCTION TRIM(WSRackCapDisplay, LEADING)
                           ", START "
                           FUNCTION TRIM(WSRackStartDisplay, LEADING)
                           " (OVER CAPACITY), FINAL "
                           FUNCTION TRIM(WSRackDepthDisplay, LEADING)
                   ELSE
                       DISPLAY "STACK " WSRackStackDisplay ": CAPACITY "
                           FUNCTION TRIM(WSRackCapDisplay, LEADING)
                           ", START "
                           FUNCTION TRIM(WSRackStartDisplay, LEADING)
                           ", FINAL "
                           FUNCTION TRIM(WSRackDepthDisplay, LEADING)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WSRackViolations TO WSRackCountDisplay
           DISPLAY "VIOLATIONS:     "
               FUNCTION TRIM(WSRackCountDisplay, LEADING)
           MOVE WSRackRejected TO WSRackCountDisplay
           DISPLAY "REJECTED:       "
               FUNCTION TRIM(WSRackCountDisplay, LEADING)
           MOVE WSRackDeferred TO WSRackCountDisplay
           DISPLAY "DEFERRED:       "
               FUNCTION TRIM(WSRackCountDisplay, LEADING)
           MOVE WSRackReleased TO WSRackCountDisplay
           DISPLAY "RELEASED LATER: "
               FUNCTION TRIM(WSRackCountDisplay, LEADING)
           MOVE WSRackUnreleased TO WSRackCountDisplay
           DISPLAY "NEVER RELEASED: "
               FUNCTION TRIM(WSRackCountDisplay, LEADING)
           IF WSRackOverStart > 0
               DISPLAY "STACKS OVER CAPACITY BEFORE THE FIRST MOVE: "
                   WSRackOverStart
           END-IF
           DISPLAY "CONSTRAINED TOP CRATE:   " FUNCTION TRIM(WSRackResult)
           DISPLAY "UNCONSTRAINED TOP CRATE: " FUNCTION TRIM(WSResult)
           IF FUNCTION TRIM(WSRackResult) EQUAL TO FUNCTION TRIM(WSResult)
               DISPLAY "RACK LIMITS DO NOT CHANGE THE ANSWER"
           ELSE
               DISPLAY "RACK LIMITS CHANGE THE ANSWER"
           END-IF
           IF DIAG-CAPTURE EQUAL TO 'Y'
               MOVE SPACES TO DIAG-LINE
               STRING "RACK TOP CRATE: " FUNCTION TRIM(WSRackResult)
                   " VIOLATIONS " WSRackViolations
                   " UNRELEASED " WSRackUnreleased
                   DELIMITED BY SIZE INTO DIAG-LINE
               PERFORM AppendDiagLine
           END-IF
           IF WSRackViolations > 0
               MOVE "DAYTHREE" TO EVENT-PROGRAM
               MOVE "W" TO EVENT-SEVERITY
               MOVE "RACKCAP" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING "RACK: " WSRackViolations " VIOLATIONS, "
                   WSRackUnreleased " UNRELEASED, PART " LPart
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
           END-IF.

      *> Reports the replay's numbers back through the optional LStats
      *> block: moves read, crates lifted, and the engine totals summed
      *> across every stack with the deepest high-water mark.
       FillCallerStats.
           IF ADDRESS OF LStats EQUALS TO NULL
               NEXT SENTENCE
           END-IF
           MOVE WSMoveSeq TO LStatMoves
           MOVE WSEffLifted TO LStatCrates
           MOVE 0 TO LStatPushes
           MOVE 0 TO LStatPops
           MOVE 0 TO LStatCuts
           MOVE 0 TO LStatGlues
           MOVE 0 TO LStatMaxHwm
           MOVE 0 TO LStatPoolPeak
           MOVE 0 TO LStatPoolReuse
           MOVE 0 TO LStatPoolExhaust
           PERFORM VARYING StackStatCol FROM 1 BY 1
               UNTIL StackStatCol > 9
               ADD StatPushes(StackStatCol) TO LStatPushes
               ADD StatPops(StackStatCol) TO LStatPops
               ADD StatCuts(StackStatCol) TO LStatCuts
               ADD StatGlues(StackStatCol) TO LStatGlues
               IF StatHwm(StackStatCol) > LStatMaxHwm
                   MOVE StatHwm(StackStatCol) TO LStatMaxHwm
               END-IF
           END-PERFORM.

      *> Node pool figures, filled once DisplayPoolStats has reported
      *> them (all zero when the per-node ALLOCATE path ran).
       FillCallerPoolStats.
           IF ADDRESS OF LStats EQUALS TO NULL
               NEXT SENTENCE
           END-IF
           MOVE PoolPeak TO LStatPoolPeak
           MOVE PoolReused TO LStatPoolReuse
           MOVE PoolExhausted TO LStatPoolExhaust.

      *> Opens the snapshot file and writes the starting stacks as move
      *> 0; a file that will not open leaves the replay untouched.
       OpenStackSnapshot.
           OPEN OUTPUT SnapshotFile
           IF WSSnapshotStatus NOT EQUAL TO 0
               DISPLAY "Error " WSSnapshotStatus
                   ": unable to open snapshot file "
                   FUNCTION TRIM(WSSnapshotName) ". Replaying without it."
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO WSSnapshotOn
           PERFORM WriteStackSnapshot.

      *> One snapshot line: the move count so far, then every stack
      *> walked from its anchor (the top crate) down.
       WriteStackSnapshot.
           MOVE WSMoveSeq TO WSSnapshotSeq
           MOVE SPACES TO WSSnapshotLine
           MOVE 1 TO WSSnapshotPtr
           STRING WSSnapshotSeq DELIMITED BY SIZE
               INTO WSSnapshotLine WITH POINTER WSSnapshotPtr
           PERFORM VARYING WSSnapshotCol FROM 1 BY 1
               UNTIL WSSnapshotCol > WSNLinked
               STRING "|" DELIMITED BY SIZE
                   INTO WSSnapshotLine WITH POINTER WSSnapshotPtr
               SET AnchorTable TO AnchorTableRef
               COMPUTE Increment = NBytesNode * (WSSnapshotCol - 1)
               SET AnchorTable UP BY Increment
               SET ADDRESS OF Anchor TO AnchorTable
               SET AnchorTmp TO Anchor
               PERFORM WITH TEST BEFORE UNTIL (AnchorTmp = NULL)
               OR WSSnapshotPtr > 200
                   SET ADDRESS OF Node TO AnchorTmp
                   MOVE NodeData TO WSSnapshotLine(WSSnapshotPtr:1)
                   ADD 1 TO WSSnapshotPtr
                   SET AnchorTmp TO NextItem
               END-PERFORM
           END-PERFORM
           WRITE SnapshotRecord FROM WSSnapshotLine.

      *> Shared fill-and-append for this program's failure alerts; the
      *> caller sets ALERT-CODE and ALERT-MESSAGE first.
       AppendDayThreeAlert.

      *> This program owns STACKLIMIT: the stack-count truncation
      *> limit, never above the 9 slots the tables physically hold.
      *> NODEPOOL=0 selects the per-node allocation path over the node
      *> pool.
       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "STACKLIMIT"
           AND CFG-VALUE > 0
                   MOVE CFG-VALUE TO WSStackLimit
               END-IF
               DISPLAY "CONFIG OVERRIDE: STACKLIMIT = " WSStackLimit
           END-IF
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "NODEPOOL"
               IF CFG-VALUE EQUAL TO 0
                   SET NodePoolOff TO TRUE
                   DISPLAY "CONFIG OVERRIDE: NODEPOOL = 0 (PER-NODE ALLOCATE)"
               ELSE
                   SET NodePoolOn TO TRUE
               END-IF
           END-IF
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "RACKDEFER"
               IF CFG-VALUE EQUAL TO 1
                   SET RackDeferOn TO TRUE
                   DISPLAY "CONFIG OVERRIDE: RACKDEFER = 1 (DEFER OVER-CAPACITY MOVES)"
               ELSE
                   MOVE 0 TO WSRackDefer
               END-IF
           END-IF.

       COPY "alertAppend.cpy".
           ACCEPT WSCsvDate FROM DATE YYYYMMDD
           ACCEPT WSCsvTime FROM TIME
           STRING "3" "," LPart "," "2025/data/input_day_three" ","
               FUNCTION TRIM(CSV-QUOTED, TRAILING) "," WSCsvDate WSCsvTime "," WSCsvRunId "," PROGRAM-VERSION
               DELIMITED BY SIZE INTO WSCsvLine
           ACCEPT WSCsvFileName FROM ENVIRONMENT "AOCCSVFILE"
               ON EXCEPTION
           IF WSCsvFileName EQUAL TO SPACES
               MOVE "results/results.csv" TO WSCsvFileName
           END-IF
           SET CHAIN-CSV TO TRUE
           PERFORM ReadCsvChainTail
           MOVE WSCsvLine TO CHAIN-TEXT
           PERFORM AttachChainHash
           MOVE CHAIN-RECORD TO WSCsvLine
           OPEN EXTEND CsvFile
           IF CSV-STATUS NOT EQUAL TO 0
               OPEN OUTPUT CsvFile
               IF CSV-STATUS EQUAL TO 0
                   WRITE CsvRecord FROM
                       "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
               END-IF
           END-IF
           WRITE CsvRecord FROM WSCsvLine
       ReadHeaderLine.
           READ DataFile INTO WSHeaderLine
               AT END MOVE SPACES TO WSHeaderLine
               NOT AT END ADD 1 TO WSRecordsRead
           END-READ
           COMPUTE WSHeaderLineLen = FUNCTION LENGTH(FUNCTION TRIM(WSHeaderLine))
           IF WSHeaderLineLen > 0
