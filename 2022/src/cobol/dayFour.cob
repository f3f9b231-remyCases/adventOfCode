       SELECT ProposalFile ASSIGN TO WS-ProposalFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProposalStatus.
       SELECT AssignMasterFile ASSIGN TO WS-AssignMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-AssignId
           FILE STATUS IS WS-AssignMasterStatus.
       SELECT AssignChangeFile ASSIGN TO WS-AssignChangeName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AssignChangeStatus.

DATA DIVISION.
FILE SECTION.
01 AlertRecord PIC X(160).
FD ProposalFile.
01 ProposalRecord PIC X(100).
*> One record per pair ever seen, keyed by its assignment id. The
*> range table is the one ParseRanges fills; AM-Status is A while the
*> pair is on the list and D once it has been dropped from it.
FD AssignMasterFile.
01 AM-Record.
       05 AM-AssignId PIC 9(6).
       05 AM-Status PIC X.
       05 AM-LineNumber PIC 9(8).
       05 AM-RangeCount PIC 9(2).
       05 AM-RangeTable.
           10 AM-Range OCCURS 10 TIMES.
               15 AM-RangeStart PIC 9(3).
               15 AM-RangeEnd PIC 9(3).
       05 AM-Contain PIC A.
       05 AM-AnyOverlap PIC A.
       05 AM-FirstSeen PIC X(8).
       05 AM-LastChanged PIC X(8).
       05 AM-LastSeen PIC X(8).
FD AssignChangeFile.
01 AssignChangeRecord PIC X(160).

WORKING-STORAGE SECTION.
*> Data file path, overridable at runtime via the AOC2022DAY4INPUT
01 WS-SandboxDir PIC X(40).

01 WS-EOF PIC A.
*> This call's lines read, for the records-read figure the
*> driver balances against intake.
01 WS-RecordsRead PIC 9(8) VALUE 0.
01 WS-Data PIC X(50).
01 WS-Overlap PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-OverlapDisplay.
01 WS-PropNewStartJ PIC 9(3).
01 WS-PropNewEndJ PIC 9(3).

*> Assignment master, switched on by AOC2022DAY4MASTER naming the
*> indexed master: every pair on the list carries a stable assignment
*> id from run to run, so pair 214 today can be told apart from the
*> pair that sat on line 214 yesterday. A line is matched to its
*> master record on the same line with the same ranges first, then on
*> the same ranges anywhere on the list (a pair that only shifted
*> position), then on the same line with different ranges (a pair
*> whose ranges moved); whatever is left is a new pair, and a master
*> pair nothing matched has been dropped. Each run appends its change
*> report to WS-AssignChangeName (AOC2022DAY4CHANGES):
*>   R|DATE|TIME|INPUT|MASTER
*>   C|NEW/MOVED/DROPPED|ID|LINE|OLD RANGES|NEW RANGES|P1|P2
*>   T|NEW|DROPPED|MOVED|UNCHANGED
*> where P1/P2 say what the change did to the part 1 (contains) and
*> part 2 (any overlap) verdicts: CREATED, REMOVED, KEPT or NONE.
*> A split run sees only its slice of the list, so it never updates
*> the master.
01 WS-AssignMasterName PIC X(60).
01 WS-AssignMasterStatus PIC 99.
01 WS-AssignChangeName PIC X(60)
       VALUE "2022/data/assignment_changes_day_four".
01 WS-AssignChangeStatus PIC 99.
01 WS-AssignMode PIC A VALUE 'N'.
       88 AssignMode VALUE 'Y'.
       88 NoAssignMode VALUE 'N'.
01 WS-AssignEOF PIC A.
01 WS-AssignOverflow PIC A.
01 WS-AssignToday PIC X(8).
01 WS-AssignNow PIC X(8).
01 WS-AssignNextId PIC 9(6).
01 WS-AssignPass PIC 9.
01 WS-AssignLine PIC X(160).
01 WS-AssignAction PIC X(7).
01 WS-AssignIdDisplay PIC Z(5)9.
01 WS-AssignOldText PIC X(70).
01 WS-AssignNewText PIC X(70).
01 WS-AssignTable.
       05 WS-AssignCount PIC 9(4) VALUE 0.
       05 WS-AssignEntry OCCURS 5000 TIMES.
           10 WS-AsgRecord.
               15 WS-AsgId PIC 9(6).
               15 WS-AsgStatus PIC X.
               15 WS-AsgLineNumber PIC 9(8).
               15 WS-AsgRangeCount PIC 9(2).
               15 WS-AsgRangeTable PIC X(60).
               15 WS-AsgContain PIC A.
               15 WS-AsgAny PIC A.
               15 WS-AsgFirstSeen PIC X(8).
               15 WS-AsgLastChanged PIC X(8).
               15 WS-AsgLastSeen PIC X(8).
           10 WS-AsgMatched PIC A.
01 WS-AsgIdx PIC 9(4).
*> This run's lines, as parsed, waiting to be matched to the master
*> once the whole list has been read. WS-RunKind is U (unchanged),
*> M (ranges moved) or N (new).
01 WS-RunTable.
       05 WS-RunCount PIC 9(4) VALUE 0.
       05 WS-RunEntry OCCURS 5000 TIMES.
           10 WS-RunLineNumber PIC 9(8).
           10 WS-RunRangeCount PIC 9(2).
           10 WS-RunRangeTable PIC X(60).
           10 WS-RunContain PIC A.
           10 WS-RunAny PIC A.
           10 WS-RunAsgIdx PIC 9(4).
           10 WS-RunKind PIC A.
01 WS-RunIdx PIC 9(4).
01 WS-AssignNewCount PIC 9(6).
01 WS-AssignDropCount PIC 9(6).
01 WS-AssignMoveCount PIC 9(6).
01 WS-AssignSameCount PIC 9(6).
01 WS-AssignCountDisplay PIC Z(5)9.
01 WS-EffectOldContain PIC A.
01 WS-EffectOldAny PIC A.
01 WS-EffectNewContain PIC A.
01 WS-EffectNewAny PIC A.
01 WS-EffectContain PIC X(7).
01 WS-EffectAny PIC X(7).
*> Rebuilds "start-end,start-end" text from a stored range table.
01 WS-FmtCount PIC 9(2).
01 WS-FmtIdx PIC 9(2).
01 WS-FmtPtr PIC 9(3).
01 WS-FmtNumber PIC ZZ9.
01 WS-FmtText PIC X(70).
01 WS-FmtRangeTable.
       05 WS-FmtRange OCCURS 10 TIMES.
           10 WS-FmtRangeStart PIC 9(3).
           10 WS-FmtRangeEnd PIC 9(3).

*> Pairwise comparison of every two ranges on the line.
01 WS-PairI PIC 9(2).
01 WS-PairJ PIC 9(2).
01 WS-FileStatusIdx PIC 99.
COPY "fileStatusMessage.cpy".
COPY "csvQuoteData.cpy".
COPY "chainHash.cpy".
COPY "alertFile.cpy".

*> CSV export row (day,part,input file,result,timestamp) appended to
*> Sixth CSV column: the active run id (AOCRUNID, exported by
*> the driver), 000000 outside a driven run.
01 WS-CsvRunId PIC X(6).
*> Seventh CSV column: this build's version identifier,
*> the same one a driver's part-0 version query returns.
COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
*> Part number written to the CSV row: distinct from L-Part so combined
*> mode (L-Part 3) can export one row per part instead of only the
*> last-written L-Result.
PROCEDURE DIVISION USING L-Part L-Result OPTIONAL L-StartLine
       OPTIONAL L-EndLine.
Main.
       COPY "versionQuery.cpy" REPLACING PART-FIELD BY L-Part
           RESULT-FIELD BY L-Result.
       COPY "validatePart.cpy" REPLACING PART-FIELD BY L-Part
           RESULT-FIELD BY L-Result.

           SET SplitRun TO TRUE
       END-IF

       SET NoAssignMode TO TRUE
       ACCEPT WS-AssignMasterName FROM ENVIRONMENT "AOC2022DAY4MASTER"
           ON EXCEPTION
               MOVE SPACES TO WS-AssignMasterName
       END-ACCEPT
       IF WS-AssignMasterName NOT EQUAL TO SPACES
           IF SplitRun
               DISPLAY "ASSIGNMENT MASTER NOT UPDATED BY A SPLIT RUN"
           ELSE
               SET AssignMode TO TRUE
               ACCEPT WS-AssignChangeName FROM ENVIRONMENT
                   "AOC2022DAY4CHANGES"
                   ON EXCEPTION
                       MOVE "2022/data/assignment_changes_day_four"
                           TO WS-AssignChangeName
               END-ACCEPT
               PERFORM LoadAssignMaster
           END-IF
       END-IF

       OPEN INPUT DataFile.
           IF WS-FileStatus NOT EQUAL TO 0
               PERFORM LookupFileStatusMessage
               GOBACK
           END-IF

           MOVE 0 TO WS-RecordsRead
           PERFORM UNTIL WS-EOF='Y'
               READ DataFile INTO F-Data
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RecordsRead
                       ADD 1 TO WS-LineNumber
                       IF WS-LineNumber >= WS-StartLine
                       AND WS-LineNumber <= WS-EndLine

           END-PERFORM
       CLOSE DataFile
       COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WS-RecordsRead.

       IF SplitRun
           PERFORM WritePartialResult
               " PROPOSAL(S) WRITTEN TO "
               FUNCTION TRIM(WS-ProposalFileName)
       END-IF

       IF AssignMode
           PERFORM ReconcileAssignMaster
       END-IF
EXIT PROGRAM.

COPY "alertAppend.cpy".
       ACCEPT WS-CsvDate FROM DATE YYYYMMDD
       ACCEPT WS-CsvTime FROM TIME
       STRING "4" "," WS-CsvPart "," "2022/data/input_day_four" ","
           FUNCTION TRIM(CSV-QUOTED, TRAILING) "," WS-CsvDate WS-CsvTime "," WS-CsvRunId "," PROGRAM-VERSION
           DELIMITED BY SIZE INTO WS-CsvLine
       ACCEPT WS-CsvFileName FROM ENVIRONMENT "AOCCSVFILE"
           ON EXCEPTION
       IF WS-CsvFileName EQUAL TO SPACES
           MOVE "results/results.csv" TO WS-CsvFileName
       END-IF
       SET CHAIN-CSV TO TRUE
       PERFORM ReadCsvChainTail
       MOVE WS-CsvLine TO CHAIN-TEXT
       PERFORM AttachChainHash
       MOVE CHAIN-RECORD TO WS-CsvLine
       OPEN EXTEND CsvFile
       IF CSV-STATUS NOT EQUAL TO 0
           OPEN OUTPUT CsvFile
           IF CSV-STATUS EQUAL TO 0
               WRITE CsvRecord FROM
                   "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
           END-IF
       END-IF
       WRITE CsvRecord FROM WS-CsvLine
           PERFORM AccumulateSectionClaims
       END-IF
       PERFORM CheckAllPairs
       IF AssignMode
           PERFORM StashAssignLine
       END-IF

       IF ContainOverlapFound
           ADD 1 TO WS-Overlap1
*> comma-separated segments than that is reported and truncated to the
*> table's capacity, rather than indexing past its OCCURS bound.
ParseRanges.
       MOVE ZEROES TO WS-RangeTable
       MOVE ZEROES TO WS-RangeIdx
       MOVE ZEROES TO WS-CommaCount
       INSPECT FUNCTION TRIM(WS-Data) TALLYING WS-CommaCount FOR ALL ','
           DISPLAY "  RULE: ANY OVERLAP"
       END-IF.

*> Reads the whole master into WS-AssignTable in key order; a master
*> that does not exist yet starts empty, and the first run numbers the
*> pairs in list order.
LoadAssignMaster.
       ACCEPT WS-AssignToday FROM DATE YYYYMMDD
       ACCEPT WS-AssignNow FROM TIME
       MOVE 0 TO WS-AssignCount
       MOVE 0 TO WS-RunCount
       MOVE 'N' TO WS-AssignOverflow
       MOVE 1 TO WS-AssignNextId
       OPEN INPUT AssignMasterFile
       IF WS-AssignMasterStatus EQUAL TO 35
           DISPLAY "ASSIGNMENT MASTER " FUNCTION TRIM(WS-AssignMasterName)
               " NOT FOUND: STARTING A NEW ONE"
           NEXT SENTENCE
       END-IF
       IF WS-AssignMasterStatus NOT EQUAL TO 0
           MOVE WS-AssignMasterStatus TO WS-FileStatus
           PERFORM LookupFileStatusMessage
           DISPLAY "Error " WS-AssignMasterStatus ": "
               FUNCTION TRIM(WS-FileStatusDesc)
               ". Assignment master left unchanged."
           SET NoAssignMode TO TRUE
           NEXT SENTENCE
       END-IF
       MOVE 'N' TO WS-AssignEOF
       PERFORM UNTIL WS-AssignEOF EQUAL TO 'Y'
           READ AssignMasterFile NEXT RECORD
               AT END MOVE 'Y' TO WS-AssignEOF
               NOT AT END
                   IF WS-AssignCount >= 5000
                       MOVE 'Y' TO WS-AssignOverflow
                   ELSE
                       ADD 1 TO WS-AssignCount
                       MOVE AM-Record TO WS-AsgRecord(WS-AssignCount)
                       MOVE 'N' TO WS-AsgMatched(WS-AssignCount)
                   END-IF
                   IF AM-AssignId >= WS-AssignNextId
                       COMPUTE WS-AssignNextId = AM-AssignId + 1
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AssignMasterFile.

*> Banks the line just parsed and scored; matching waits for the
*> whole list so a pair that shifted position can still be found.
StashAssignLine.
       IF WS-RunCount >= 5000
           MOVE 'Y' TO WS-AssignOverflow
       ELSE
           ADD 1 TO WS-RunCount
           MOVE WS-LineNumber TO WS-RunLineNumber(WS-RunCount)
           MOVE WS-RangeCount TO WS-RunRangeCount(WS-RunCount)
           MOVE WS-RangeTable TO WS-RunRangeTable(WS-RunCount)
           MOVE 'N' TO WS-RunContain(WS-RunCount)
           MOVE 'N' TO WS-RunAny(WS-RunCount)
           IF ContainOverlapFound
               MOVE 'Y' TO WS-RunContain(WS-RunCount)
           END-IF
           IF AnyOverlapFound
               MOVE 'Y' TO WS-RunAny(WS-RunCount)
           END-IF
           MOVE 0 TO WS-RunAsgIdx(WS-RunCount)
           MOVE 'N' TO WS-RunKind(WS-RunCount)
       END-IF.

*> Matches this run's lines to the master in three passes, then
*> writes the change report and rewrites the master with the new
*> pairs on the end and the dropped ones marked.
ReconcileAssignMaster.
       IF WS-AssignOverflow EQUAL TO 'Y'
           DISPLAY "ASSIGNMENT MASTER NOT UPDATED: MORE THAN 5,000 PAIRS"
           NEXT SENTENCE
       END-IF
       MOVE 0 TO WS-AssignNewCount
       MOVE 0 TO WS-AssignDropCount
       MOVE 0 TO WS-AssignMoveCount
       MOVE 0 TO WS-AssignSameCount
       PERFORM VARYING WS-AssignPass FROM 1 BY 1 UNTIL WS-AssignPass > 3
           PERFORM MatchAssignPass
       END-PERFORM

       PERFORM VARYING WS-RunIdx FROM 1 BY 1 UNTIL WS-RunIdx > WS-RunCount
           IF WS-RunAsgIdx(WS-RunIdx) EQUAL TO 0
               ADD 1 TO WS-AssignNewCount
           END-IF
       END-PERFORM
       IF WS-AssignCount + WS-AssignNewCount > 5000
           DISPLAY "ASSIGNMENT MASTER NOT UPDATED: MORE THAN 5,000 PAIRS"
           NEXT SENTENCE
       END-IF
       MOVE 0 TO WS-AssignNewCount

       OPEN EXTEND AssignChangeFile
       IF WS-AssignChangeStatus NOT EQUAL TO 0
           OPEN OUTPUT AssignChangeFile
       END-IF
       MOVE SPACES TO WS-AssignLine
       STRING "R|" WS-AssignToday "|" WS-AssignNow(1:6) "|"
           FUNCTION TRIM(WS-DataFileName) "|"
           FUNCTION TRIM(WS-AssignMasterName)
           DELIMITED BY SIZE INTO WS-AssignLine
       PERFORM WriteAssignChange
       DISPLAY "--- ASSIGNMENT CHANGES ---"

       PERFORM VARYING WS-RunIdx FROM 1 BY 1 UNTIL WS-RunIdx > WS-RunCount
           PERFORM ApplyAssignLine
       END-PERFORM
       PERFORM VARYING WS-AsgIdx FROM 1 BY 1 UNTIL WS-AsgIdx > WS-AssignCount
           IF WS-AsgStatus(WS-AsgIdx) EQUAL TO 'A'
           AND WS-AsgMatched(WS-AsgIdx) EQUAL TO 'N'
               PERFORM DropAssignEntry
           END-IF
       END-PERFORM

       MOVE SPACES TO WS-AssignLine
       STRING "T|" WS-AssignNewCount "|" WS-AssignDropCount "|"
           WS-AssignMoveCount "|" WS-AssignSameCount
           DELIMITED BY SIZE INTO WS-AssignLine
       PERFORM WriteAssignChange
       IF WS-AssignChangeStatus EQUAL TO 0
           CLOSE AssignChangeFile
       END-IF

       PERFORM RewriteAssignMaster
       MOVE WS-AssignNewCount TO WS-AssignCountDisplay
       DISPLAY "ASSIGNMENT MASTER: "
           FUNCTION TRIM(WS-AssignCountDisplay, LEADING) " NEW, "
           WITH NO ADVANCING
       MOVE WS-AssignDropCount TO WS-AssignCountDisplay
       DISPLAY FUNCTION TRIM(WS-AssignCountDisplay, LEADING) " DROPPED, "
           WITH NO ADVANCING
       MOVE WS-AssignMoveCount TO WS-AssignCountDisplay
       DISPLAY FUNCTION TRIM(WS-AssignCountDisplay, LEADING) " MOVED, "
           WITH NO ADVANCING
       MOVE WS-AssignSameCount TO WS-AssignCountDisplay
       DISPLAY FUNCTION TRIM(WS-AssignCountDisplay, LEADING) " UNCHANGED".

*> Pass 1: same line, same ranges. Pass 2: same ranges anywhere.
*> Pass 3: same line, ranges moved.
MatchAssignPass.
       PERFORM VARYING WS-RunIdx FROM 1 BY 1 UNTIL WS-RunIdx > WS-RunCount
           IF WS-RunAsgIdx(WS-RunIdx) EQUAL TO 0
               PERFORM VARYING WS-AsgIdx FROM 1 BY 1
                   UNTIL WS-AsgIdx > WS-AssignCount
                   OR WS-RunAsgIdx(WS-RunIdx) NOT EQUAL TO 0
                   IF WS-AsgStatus(WS-AsgIdx) EQUAL TO 'A'
                   AND WS-AsgMatched(WS-AsgIdx) EQUAL TO 'N'
                   AND (WS-AssignPass EQUAL TO 2
                       OR WS-AsgLineNumber(WS-AsgIdx)
                           EQUAL TO WS-RunLineNumber(WS-RunIdx))
                   AND (WS-AssignPass EQUAL TO 3
                       OR (WS-AsgRangeCount(WS-AsgIdx)
                           EQUAL TO WS-RunRangeCount(WS-RunIdx)
                       AND WS-AsgRangeTable(WS-AsgIdx)
                           EQUAL TO WS-RunRangeTable(WS-RunIdx)))
                       MOVE WS-AsgIdx TO WS-RunAsgIdx(WS-RunIdx)
                       MOVE 'Y' TO WS-AsgMatched(WS-AsgIdx)
                       IF WS-AssignPass EQUAL TO 3
                           MOVE 'M' TO WS-RunKind(WS-RunIdx)
                       ELSE
                           MOVE 'U' TO WS-RunKind(WS-RunIdx)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

ApplyAssignLine.
       EVALUATE WS-RunKind(WS-RunIdx)
           WHEN 'U'
               MOVE WS-RunAsgIdx(WS-RunIdx) TO WS-AsgIdx
               MOVE WS-RunLineNumber(WS-RunIdx) TO WS-AsgLineNumber(WS-AsgIdx)
               MOVE WS-AssignToday TO WS-AsgLastSeen(WS-AsgIdx)
               ADD 1 TO WS-AssignSameCount
           WHEN 'M'
               MOVE WS-RunAsgIdx(WS-RunIdx) TO WS-AsgIdx
               MOVE WS-AsgRangeCount(WS-AsgIdx) TO WS-FmtCount
               MOVE WS-AsgRangeTable(WS-AsgIdx) TO WS-FmtRangeTable
               PERFORM FormatAssignRanges
               MOVE WS-FmtText TO WS-AssignOldText
               MOVE WS-AsgContain(WS-AsgIdx) TO WS-EffectOldContain
               MOVE WS-AsgAny(WS-AsgIdx) TO WS-EffectOldAny
               PERFORM CopyRunToAssign
               MOVE "MOVED" TO WS-AssignAction
               ADD 1 TO WS-AssignMoveCount
               PERFORM ReportAssignChange
           WHEN OTHER
               ADD 1 TO WS-AssignCount
               MOVE WS-AssignCount TO WS-AsgIdx
               MOVE WS-AssignNextId TO WS-AsgId(WS-AsgIdx)
               ADD 1 TO WS-AssignNextId
               MOVE 'A' TO WS-AsgStatus(WS-AsgIdx)
               MOVE WS-AssignToday TO WS-AsgFirstSeen(WS-AsgIdx)
               MOVE 'Y' TO WS-AsgMatched(WS-AsgIdx)
               MOVE "-" TO WS-AssignOldText
               MOVE 'N' TO WS-EffectOldContain
               MOVE 'N' TO WS-EffectOldAny
               PERFORM CopyRunToAssign
               MOVE "NEW" TO WS-AssignAction
               ADD 1 TO WS-AssignNewCount
               PERFORM ReportAssignChange
       END-EVALUATE.

CopyRunToAssign.
       MOVE WS-RunLineNumber(WS-RunIdx) TO WS-AsgLineNumber(WS-AsgIdx)
       MOVE WS-RunRangeCount(WS-RunIdx) TO WS-AsgRangeCount(WS-AsgIdx)
       MOVE WS-RunRangeTable(WS-RunIdx) TO WS-AsgRangeTable(WS-AsgIdx)
       MOVE WS-RunContain(WS-RunIdx) TO WS-AsgContain(WS-AsgIdx)
       MOVE WS-RunAny(WS-RunIdx) TO WS-AsgAny(WS-AsgIdx)
       MOVE WS-AssignToday TO WS-AsgLastChanged(WS-AsgIdx)
       MOVE WS-AssignToday TO WS-AsgLastSeen(WS-AsgIdx)
       MOVE WS-RunContain(WS-RunIdx) TO WS-EffectNewContain
       MOVE WS-RunAny(WS-RunIdx) TO WS-EffectNewAny
       MOVE WS-RunRangeCount(WS-RunIdx) TO WS-FmtCount
       MOVE WS-RunRangeTable(WS-RunIdx) TO WS-FmtRangeTable
       PERFORM FormatAssignRanges
       MOVE WS-FmtText TO WS-AssignNewText.

*> A dropped pair stays on the master, marked D, so its id is never
*> handed out again and its history survives.
DropAssignEntry.
       MOVE WS-AsgRangeCount(WS-AsgIdx) TO WS-FmtCount
       MOVE WS-AsgRangeTable(WS-AsgIdx) TO WS-FmtRangeTable
       PERFORM FormatAssignRanges
       MOVE WS-FmtText TO WS-AssignOldText
       MOVE "-" TO WS-AssignNewText
       MOVE WS-AsgContain(WS-AsgIdx) TO WS-EffectOldContain
       MOVE WS-AsgAny(WS-AsgIdx) TO WS-EffectOldAny
       MOVE 'N' TO WS-EffectNewContain
       MOVE 'N' TO WS-EffectNewAny
       MOVE 'D' TO WS-AsgStatus(WS-AsgIdx)
       MOVE WS-AssignToday TO WS-AsgLastChanged(WS-AsgIdx)
       MOVE "DROPPED" TO WS-AssignAction
       ADD 1 TO WS-AssignDropCount
       PERFORM ReportAssignChange.

ReportAssignChange.
       PERFORM DescribeOverlapEffect
       MOVE WS-AsgLineNumber(WS-AsgIdx) TO WS-LineNumberDisplay
       MOVE WS-AsgId(WS-AsgIdx) TO WS-AssignIdDisplay
       MOVE SPACES TO WS-AssignLine
       STRING "C|" FUNCTION TRIM(WS-AssignAction) "|"
           WS-AsgId(WS-AsgIdx) "|" WS-AsgLineNumber(WS-AsgIdx) "|"
           FUNCTION TRIM(WS-AssignOldText) "|"
           FUNCTION TRIM(WS-AssignNewText) "|"
           FUNCTION TRIM(WS-EffectContain) "|"
           FUNCTION TRIM(WS-EffectAny)
           DELIMITED BY SIZE INTO WS-AssignLine
       PERFORM WriteAssignChange
       DISPLAY WS-AssignAction " PAIR "
           FUNCTION TRIM(WS-AssignIdDisplay, LEADING)
           " (LINE " FUNCTION TRIM(WS-LineNumberDisplay, LEADING) "): "
           FUNCTION TRIM(WS-AssignOldText) " -> "
           FUNCTION TRIM(WS-AssignNewText)
       DISPLAY "  PART 1 OVERLAP " FUNCTION TRIM(WS-EffectContain)
           ", PART 2 OVERLAP " FUNCTION TRIM(WS-EffectAny).

*> What the change did to each overlap verdict, before against after.
DescribeOverlapEffect.
       EVALUATE WS-EffectOldContain ALSO WS-EffectNewContain
           WHEN 'N' ALSO 'Y' MOVE "CREATED" TO WS-EffectContain
           WHEN 'Y' ALSO 'N' MOVE "REMOVED" TO WS-EffectContain
           WHEN 'Y' ALSO 'Y' MOVE "KEPT" TO WS-EffectContain
           WHEN OTHER MOVE "NONE" TO WS-EffectContain
       END-EVALUATE
       EVALUATE WS-EffectOldAny ALSO WS-EffectNewAny
           WHEN 'N' ALSO 'Y' MOVE "CREATED" TO WS-EffectAny
           WHEN 'Y' ALSO 'N' MOVE "REMOVED" TO WS-EffectAny
           WHEN 'Y' ALSO 'Y' MOVE "KEPT" TO WS-EffectAny
           WHEN OTHER MOVE "NONE" TO WS-EffectAny
       END-EVALUATE.

WriteAssignChange.
       IF WS-AssignChangeStatus EQUAL TO 0
           WRITE AssignChangeRecord FROM WS-AssignLine
       END-IF.

FormatAssignRanges.
       MOVE SPACES TO WS-FmtText
       MOVE 1 TO WS-FmtPtr
       PERFORM VARYING WS-FmtIdx FROM 1 BY 1 UNTIL WS-FmtIdx > WS-FmtCount
           IF WS-FmtIdx > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-FmtText WITH POINTER WS-FmtPtr
           END-IF
           MOVE WS-FmtRangeStart(WS-FmtIdx) TO WS-FmtNumber
           STRING FUNCTION TRIM(WS-FmtNumber) "-" DELIMITED BY SIZE
               INTO WS-FmtText WITH POINTER WS-FmtPtr
           MOVE WS-FmtRangeEnd(WS-FmtIdx) TO WS-FmtNumber
           STRING FUNCTION TRIM(WS-FmtNumber) DELIMITED BY SIZE
               INTO WS-FmtText WITH POINTER WS-FmtPtr
       END-PERFORM.

*> The table is still in key order - loaded by key, new ids appended
*> above the highest - so the master is rebuilt with one sequential
*> pass of WRITEs.
RewriteAssignMaster.
       OPEN OUTPUT AssignMasterFile
       IF WS-AssignMasterStatus NOT EQUAL TO 0
           DISPLAY "UNABLE TO REWRITE ASSIGNMENT MASTER "
               FUNCTION TRIM(WS-AssignMasterName) " (STATUS "
               WS-AssignMasterStatus ")"
           NEXT SENTENCE
       END-IF
       PERFORM VARYING WS-AsgIdx FROM 1 BY 1 UNTIL WS-AsgIdx > WS-AssignCount
           MOVE WS-AsgRecord(WS-AsgIdx) TO AM-Record
           WRITE AM-Record
               INVALID KEY
                   DISPLAY "ASSIGNMENT MASTER WRITE REJECTED FOR PAIR "
                       AM-AssignId " (STATUS " WS-AssignMasterStatus ")"
           END-WRITE
       END-PERFORM
       CLOSE AssignMasterFile.

COPY "csvQuote.cpy".
COPY "chainLink.cpy".

*> Translates WS-FileStatus into a short description, using the
*> data-driven lookup table pulled in above, defaulting to
