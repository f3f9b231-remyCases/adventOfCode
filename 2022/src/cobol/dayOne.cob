       SELECT AlertFile ASSIGN TO WSAlertPathName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.
       SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CFG-STATUS.
       SELECT RosterFile ASSIGN TO WSRosterFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRosterStatus.
       SELECT ElfLedgerFile ASSIGN TO WSLedgerFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLedgerStatus.
       SELECT ElfRankedFile ASSIGN TO WSRankedFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRankedStatus.
       SELECT ElfSortWork ASSIGN TO WSSortWorkName.

DATA DIVISION.
FILE SECTION.
FD DataFile.
01 FLine PIC X(20).
FD CsvFile.
01 CsvRecord PIC X(200).
FD AlertFile.
01 AlertRecord PIC X(160).
FD ConfigFile.
01 ConfigRecord PIC X(80).
FD RosterFile.
01 RosterRecord PIC X(100).
*> One closed-out elf, in file order (ledger) or ranked (sorted).
FD ElfLedgerFile.
01 FLedgerRecord.
       05 FLedgerSeq PIC 9(8).
       05 FLedgerTotal PIC 9(8).
       05 FLedgerRosterId PIC X(8).
       05 FLedgerRosterRef PIC 9(4).
FD ElfRankedFile.
01 FRankedRecord.
       05 FRankedSeq PIC 9(8).
       05 FRankedTotal PIC 9(8).
       05 FRankedRosterId PIC X(8).
       05 FRankedRosterRef PIC 9(4).
SD ElfSortWork.
01 SortElfRecord.
       05 SortElfSeq PIC 9(8).
       05 SortElfTotal PIC 9(8).
       05 SortElfRosterId PIC X(8).
       05 SortElfRosterRef PIC 9(4).

WORKING-STORAGE SECTION.
*> Data file path, overridable at runtime via the AOC2022DAY1INPUT

*> A line matching WS-TrailerLiteral marks the end of one elf's
*> inventory; every other line is that elf's next calorie entry.
*> The trailer may carry the elf's roster id as "--END--|<id>".
01 WS-TrailerLiteral PIC X(9) VALUE "--END--".
01 WSCaloriesContained PIC 9(8).
01 WSCaloriesSum PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSLineNumberDisplay.

*> Top-N ranking table, replacing the old fixed top-3 podium. Sized to
*> the same 500 slots as WSElfTotals; the caller-supplied WSTopN
*> (LTopN in LINKAGE) says how many of those slots are actually ranked.
01 WSTopN PIC 9(3) VALUE 3.
*> Default podium size when the caller omits LTopN; TOPNDEFAULT in
01 WSTopNDefault PIC 9(3) VALUE 3.
01 WSCaloriesTop.
       02 WSCaloriesTopEntry OCCURS 500 TIMES PIC 9(8).
*> Sequence number of the elf in each ranked slot, kept in lockstep.
01 WSCaloriesTopSeqs.
       02 WSCaloriesTopSeq OCCURS 500 TIMES PIC 9(8).
*> Roster id and slot of each ranked elf, filled by the SORT path
*> (the in-memory path looks them up by sequence number instead).
01 WSCaloriesTopRosterIds.
       02 WSCaloriesTopRosterId OCCURS 500 TIMES PIC X(8).
01 WSCaloriesTopRosterRefs.
       02 WSCaloriesTopRosterRef OCCURS 500 TIMES PIC 9(4).
01 WSTopIdx PIC 9(4).
01 WSCaloriesSumMaxNum PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCaloriesSumMax.
01 WSEOF PIC A(1).
*> This call's lines read, for the records-read figure the
*> driver balances against intake.
01 WSRecordsRead PIC 9(8) VALUE 0.

*> Full per-elf ledger, kept alongside the podium tracking above so the
*> whole distribution can be audited, not just the top three.
01 WSElfIndex PIC 9(8) VALUE 0.
01 WSElfTotals.
       02 WSElfTotal OCCURS 500 TIMES PIC 9(8).
*> Roster id off each elf's trailer, and the roster slot it matched
*> (0 when the id is missing or not on the roster).
01 WSElfRosterIds.
       02 WSElfRosterId OCCURS 500 TIMES PIC X(8).
01 WSElfRosterRefs.
       02 WSElfRosterRef OCCURS 500 TIMES PIC 9(4).
01 WSCurRosterId PIC X(8) VALUE SPACES.
01 WSReportIdx PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSReportIdxDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSElfTotalDisplay.

       88 NoStatsMode VALUE 'N'.
01 WSStatsSorted.
       02 WSStatsSortedEntry OCCURS 500 TIMES PIC 9(8).
01 WSStatsSortedSeqs.
       02 WSStatsSortedSeq OCCURS 500 TIMES PIC 9(8).
01 WSStatsIdx PIC 9(8).
01 WSStatsJdx PIC 9(8).
01 WSStatsTmp PIC 9(8).
01 WSStatsSum PIC 9(12).
01 WSStatsMean PIC 9(8).
01 WSStatsMedian PIC 9(8).
*> Extremes and the elves holding them, whichever path ranked them:
*> MIN names the earliest elf at the lowest total, MAX the latest
*> elf at the highest, as the ascending insertion sort leaves them.
01 WSStatsMin PIC 9(8).
01 WSStatsMax PIC 9(8).
01 WSStatsMinSeq PIC 9(8).
01 WSStatsMaxSeq PIC 9(8).
01 WSStatsMinRosterId PIC X(8).
01 WSStatsMaxRosterId PIC X(8).
01 WSStatsMinRosterRef PIC 9(4).
01 WSStatsMaxRosterRef PIC 9(4).
*> Median positions counted from the top of the descending ranking.
01 WSStatsMedLo PIC 9(8).
01 WSStatsMedHi PIC 9(8).
01 WSStatsMedSum PIC 9(9).
01 WSBucketWidth PIC 9(8).
01 WSBucketIdx PIC 9(2).
01 WSBucketCounts.
       02 WSBucketCount OCCURS 10 TIMES PIC 9(8) VALUE ZEROS.
01 WSBucketLo PIC 9(8).
01 WSBucketHi PIC 9(8).
01 WSBucketCountDisplay PIC Z(7)9.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSStatsMeanDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSStatsMedianDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSStatsMinDisplay.
01 WSPlanTotals.
       02 WSPlanTotal OCCURS 500 TIMES PIC 9(8).
01 WSPlanSeqs.
       02 WSPlanSeq OCCURS 500 TIMES PIC 9(8).
01 WSPlanIdx PIC 9(8).
01 WSPlanJdx PIC 9(8).
01 WSPlanSum PIC 9(12).
01 WSPlanCount PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPlanTargetDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPlanSumDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPlanSeqDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPlanTotalDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPlanCountDisplay.

*> Elf roster, tools/data/elf_roster (AOC2022DAY1ROSTER overrides):
*>   ROSTERID|NAME|TEAM|ACTIVE
*> with ACTIVE Y or N. When the roster holds any entry, every report
*> names each elf by its roster name and team instead of by file
*> position alone, and an exception report lists calorie groups with
*> no roster member, active members with no calorie group, and
*> inactive members who still turned up with one. An empty roster
*> leaves every report as it was.
01 WSRosterFileName PIC X(60) VALUE "tools/data/elf_roster".
01 WSRosterStatus PIC 99.
01 WSRosterEOF PIC A.
01 WSRosterCount PIC 9(4) VALUE 0.
01 WSRosterTable.
       02 WSRosterEntry OCCURS 1000 TIMES.
           03 WSRosterId PIC X(8).
           03 WSRosterName PIC X(30).
           03 WSRosterTeam PIC X(20).
           03 WSRosterActive PIC X.
           03 WSRosterGroups PIC 9(8).
01 WSRosterActiveText PIC X(3).
01 WSRosterIdx PIC 9(4).
01 WSRosterFound PIC 9(4).
01 WSLabelSeq PIC 9(8).
01 WSLabelRosterId PIC X(8).
01 WSLabelRosterRef PIC 9(4).
01 WSElfLabel PIC X(60).
01 WSRosterExceptions PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSRosterCountDisplay.

*> Ranking path. Up to 500 elves are ranked in the in-memory tables
*> above; the 501st elf spills the ledger to a work file and every
*> ranking - top-N, statistics, provisioning plan - then comes off a
*> SORT of that file (descending total, file order within a tie, the
*> same order the insertion sorts keep), with no ceiling on the elf
*> count. AOC2022DAY1SORT=Y takes the SORT path from the first elf.
*> The work files are scratch and are removed at the end of the run.
01 WSSortEnv PIC X(3).
01 WSRankPath PIC A VALUE 'M'.
       88 MemoryPath VALUE 'M'.
       88 SortPath VALUE 'S'.
01 WSLedgerFileName PIC X(60) VALUE "2022/data/work_ledger_day_one".
01 WSRankedFileName PIC X(60) VALUE "2022/data/work_ranked_day_one".
01 WSSortWorkName PIC X(60) VALUE "2022/data/work_sort_day_one".
01 WSLedgerStatus PIC 99.
01 WSRankedStatus PIC 99.
01 WSLedgerEOF PIC A.
01 WSRankPos PIC 9(8).
01 WSSpillIdx PIC 9(8).
01 WSDeleteRc PIC S9(9) BINARY.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSElfCountDisplay.

*> FILE STATUS message lookup
01 WSFileStatus PIC 99.
01 WSFileStatusChar PIC XX.
01 WSFileStatusIdx PIC 99.
COPY "fileStatusMessage.cpy".
COPY "csvQuoteData.cpy".
COPY "chainHash.cpy".
COPY "configFile.cpy".
COPY "alertFile.cpy".

*> Sixth CSV column: the active run id (AOCRUNID, exported by
*> the driver), 000000 outside a driven run.
01 WSCsvRunId PIC X(6).
*> Seventh CSV column: this build's version identifier,
*> the same one a driver's part-0 version query returns.
COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
*> Part number written to the CSV row: distinct from LPart so combined
*> mode (LPart 3) can export one row per part instead of only the
*> last-written LResult.

PROCEDURE DIVISION USING LPart LResult OPTIONAL LTopN.
Main.
       COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
           RESULT-FIELD BY LResult.
       COPY "validatePart.cpy" REPLACING PART-FIELD BY LPart
           RESULT-FIELD BY LResult.

           COMPUTE WSPlanTarget = FUNCTION NUMVAL(WSPlanEnv)
       END-IF

       SET MemoryPath TO TRUE
       ACCEPT WSSortEnv FROM ENVIRONMENT "AOC2022DAY1SORT"
           ON EXCEPTION
               MOVE SPACES TO WSSortEnv
       END-ACCEPT

       PERFORM LoadRuntimeConfig
       ACCEPT WSRosterFileName FROM ENVIRONMENT "AOC2022DAY1ROSTER"
           ON EXCEPTION
               MOVE "tools/data/elf_roster" TO WSRosterFileName
       END-ACCEPT
       PERFORM LoadElfRoster
       MOVE ZEROES TO WSCaloriesTop
       MOVE ZEROES TO WSCaloriesTopSeqs
       MOVE WSTopNDefault TO WSTopN
       IF LTopN NOT OMITTED
           IF LTopN > 0
       IF WSTopN > 500
           MOVE 500 TO WSTopN
       END-IF
       IF WSSortEnv(1:1) EQUAL TO 'Y'
           PERFORM OpenElfLedger
       END-IF

       OPEN INPUT DataFile.
              IF WSFileStatus NOT EQUAL TO 0
                  GOBACK
              END-IF

              MOVE 0 TO WSRecordsRead
              PERFORM UNTIL WSEOF='Y'
                  READ DataFile INTO FLine
                      AT END MOVE 'Y' TO WSEOF
                      NOT AT END
                          ADD 1 TO WSRecordsRead
                          PERFORM BranchingCompute
                  END-READ
              END-PERFORM
       CLOSE DataFile
       COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.

       *> The last elf in the file has no trailing separator line, so
       *> its running total still needs to be closed out into the ledger.
           PERFORM RecordElf
       END-IF

       MOVE WSElfIndex TO WSElfCountDisplay
       IF SortPath
           CLOSE ElfLedgerFile
           PERFORM RankLedgerBySort
           DISPLAY "RANKING PATH: SORT, "
               FUNCTION TRIM(WSElfCountDisplay, LEADING) " ELF(S) SORTED"
       ELSE
           DISPLAY "RANKING PATH: IN-MEMORY, "
               FUNCTION TRIM(WSElfCountDisplay, LEADING) " ELF(S) SORTED"
       END-IF

       PERFORM ReportAllElves

       IF WSRosterCount > 0
           PERFORM ReportRosterExceptions
       END-IF

       IF StatsMode
           PERFORM ReportDistributionStats
       END-IF
           STRING "MAX CALORIES: " FUNCTION TRIM(WSCaloriesSumMax)
               DELIMITED BY SIZE INTO LResult
           DISPLAY "[2022-01-2] " FUNCTION TRIM(LResult)
           IF WSRosterCount > 0
               PERFORM ReportTopNElves
           END-IF
           MOVE 2 TO WSCsvPart
           PERFORM ExportCsvRow
       END-IF

       IF SortPath
           PERFORM DeleteSortWorkFiles
       END-IF
EXIT PROGRAM.

COPY "alertAppend.cpy".
       ACCEPT WSCsvDate FROM DATE YYYYMMDD
       ACCEPT WSCsvTime FROM TIME
       STRING "1" "," WSCsvPart "," "2022/data/input_day_one" ","
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
       *> WS-TrailerLiteral is the explicit separator between one elf's
       *> inventory and the next; any other line is a calorie entry.
       IF FLine EQUAL TO WS-TrailerLiteral
       OR (FLine(1:7) EQUAL TO WS-TrailerLiteral(1:7)
           AND FLine(8:1) EQUAL TO '|')
           MOVE SPACES TO WSCurRosterId
           IF FLine(8:1) EQUAL TO '|'
               MOVE FLine(9:8) TO WSCurRosterId
           END-IF
           PERFORM RecordElf
       ELSE
           COMPUTE WSCaloriesContained = FUNCTION NUMVAL(FLine)
                   MOVE ZERO TO WSCaloriesContained
           END-COMPUTE
           PERFORM ComputeSum
       END-IF.

ComputeSum.
       COMPUTE WSCaloriesSum = WSCaloriesSum + WSCaloriesContained
                   ": RUNNING TOTAL WOULD EXCEED PIC 9(8), ENTRY NOT ADDED"
       END-COMPUTE.

*> Each elf reaches the top-N table once, with its closed-out total.
*> On the SORT path the elf goes to the ledger file instead.
RecordElf.
       ADD 1 TO WSElfIndex
       MOVE 0 TO WSRosterFound
       IF WSRosterCount > 0 AND WSCurRosterId NOT EQUAL TO SPACES
           PERFORM FindRosterEntry
           IF WSRosterFound > 0
               ADD 1 TO WSRosterGroups(WSRosterFound)
           END-IF
       END-IF
       IF MemoryPath AND WSElfIndex > 500
           PERFORM SpillElfLedger
       END-IF
       IF SortPath
           MOVE WSElfIndex TO FLedgerSeq
           MOVE WSCaloriesSum TO FLedgerTotal
           MOVE WSCurRosterId TO FLedgerRosterId
           MOVE WSRosterFound TO FLedgerRosterRef
           WRITE FLedgerRecord
       ELSE
           MOVE WSCaloriesSum TO WSElfTotal(WSElfIndex)
           MOVE WSCurRosterId TO WSElfRosterId(WSElfIndex)
           MOVE WSRosterFound TO WSElfRosterRef(WSElfIndex)
           PERFORM ComputeMax
       END-IF
       MOVE SPACES TO WSCurRosterId
       MOVE ZERO TO WSCaloriesSum.

OpenElfLedger.
       OPEN OUTPUT ElfLedgerFile
       IF WSLedgerStatus NOT EQUAL TO 0
           DISPLAY "Error " WSLedgerStatus ": unable to open "
               FUNCTION TRIM(WSLedgerFileName) ". Exiting program."
           MOVE 1 TO RETURN-CODE
           PERFORM DeleteSortWorkFiles
           GOBACK
       END-IF
       SET SortPath TO TRUE.

*> The 501st elf: the 500 already ranked in memory go to the ledger
*> first, in file order, and the run continues on the SORT path.
SpillElfLedger.
       OPEN OUTPUT ElfLedgerFile
       IF WSLedgerStatus NOT EQUAL TO 0
           DISPLAY "Error " WSLedgerStatus ": unable to open "
               FUNCTION TRIM(WSLedgerFileName) ". Exiting program."
           CLOSE DataFile
           MOVE 1 TO RETURN-CODE
           PERFORM DeleteSortWorkFiles
           GOBACK
       END-IF
       SET SortPath TO TRUE
       PERFORM VARYING WSSpillIdx FROM 1 BY 1 UNTIL WSSpillIdx > 500
           MOVE WSSpillIdx TO FLedgerSeq
           MOVE WSElfTotal(WSSpillIdx) TO FLedgerTotal
           MOVE WSElfRosterId(WSSpillIdx) TO FLedgerRosterId
           MOVE WSElfRosterRef(WSSpillIdx) TO FLedgerRosterRef
           WRITE FLedgerRecord
       END-PERFORM.

*> Ranks the ledger descending by total (file order within a tie) and
*> takes the top-N table off the head of the ranked file.
RankLedgerBySort.
       SORT ElfSortWork
           ON DESCENDING KEY SortElfTotal
           ON ASCENDING KEY SortElfSeq
           USING ElfLedgerFile
           GIVING ElfRankedFile
       MOVE ZEROES TO WSCaloriesTop
       MOVE ZEROES TO WSCaloriesTopSeqs
       PERFORM OpenRankedFile
       MOVE 0 TO WSRankPos
       PERFORM UNTIL WSLedgerEOF EQUAL TO 'Y' OR WSRankPos >= WSTopN
           READ ElfRankedFile
               AT END MOVE 'Y' TO WSLedgerEOF
               NOT AT END
                   ADD 1 TO WSRankPos
                   MOVE FRankedTotal TO WSCaloriesTopEntry(WSRankPos)
                   MOVE FRankedSeq TO WSCaloriesTopSeq(WSRankPos)
                   MOVE FRankedRosterId TO WSCaloriesTopRosterId(WSRankPos)
                   MOVE FRankedRosterRef TO WSCaloriesTopRosterRef(WSRankPos)
           END-READ
       END-PERFORM
       CLOSE ElfRankedFile.

OpenRankedFile.
       MOVE 'N' TO WSLedgerEOF
       OPEN INPUT ElfRankedFile
       IF WSRankedStatus NOT EQUAL TO 0
           DISPLAY "Error " WSRankedStatus ": unable to open "
               FUNCTION TRIM(WSRankedFileName) ". Exiting program."
           MOVE 1 TO RETURN-CODE
           PERFORM DeleteSortWorkFiles
           GOBACK
       END-IF.

OpenLedgerFile.
       MOVE 'N' TO WSLedgerEOF
       OPEN INPUT ElfLedgerFile
       IF WSLedgerStatus NOT EQUAL TO 0
           DISPLAY "Error " WSLedgerStatus ": unable to open "
               FUNCTION TRIM(WSLedgerFileName) ". Exiting program."
           MOVE 1 TO RETURN-CODE
           PERFORM DeleteSortWorkFiles
           GOBACK
       END-IF.

*> The ledger and its ranked copy are work files only; they go when
*> the run ends, whether it finished or not.
DeleteSortWorkFiles.
       CALL "CBL_DELETE_FILE" USING WSLedgerFileName
           RETURNING WSDeleteRc
       END-CALL
       CALL "CBL_DELETE_FILE" USING WSRankedFileName
           RETURNING WSDeleteRc
       END-CALL.

*> Full audit listing, one line per elf in file order: sequence number
*> and total calories carried, ranked implicitly by that sequence.
ReportAllElves.
       IF SortPath
           PERFORM OpenLedgerFile
           PERFORM UNTIL WSLedgerEOF EQUAL TO 'Y'
               READ ElfLedgerFile
                   AT END MOVE 'Y' TO WSLedgerEOF
                   NOT AT END
                       MOVE FLedgerSeq TO WSReportIdx
                       MOVE FLedgerTotal TO WSElfTotalDisplay
                       MOVE FLedgerRosterId TO WSLabelRosterId
                       MOVE FLedgerRosterRef TO WSLabelRosterRef
                       PERFORM DisplayElf
               END-READ
           END-PERFORM
           CLOSE ElfLedgerFile
       ELSE
           MOVE 1 TO WSReportIdx
           PERFORM DisplayElf UNTIL WSReportIdx > WSElfIndex
       END-IF.

DisplayElf.
       MOVE WSReportIdx TO WSReportIdxDisplay
       IF MemoryPath
           MOVE WSElfTotal(WSReportIdx) TO WSElfTotalDisplay
       END-IF
       IF WSRosterCount > 0
           MOVE WSReportIdx TO WSLabelSeq
           PERFORM BuildElfLabel
           DISPLAY "ELF " FUNCTION TRIM(WSReportIdxDisplay) " "
               FUNCTION TRIM(WSElfLabel) ": "
               FUNCTION TRIM(WSElfTotalDisplay)
       ELSE
           DISPLAY "ELF " FUNCTION TRIM(WSReportIdxDisplay) ": "
               FUNCTION TRIM(WSElfTotalDisplay)
       END-IF
       ADD 1 TO WSReportIdx.

*> Statistics over the whole per-elf ledger: the totals are copied
*> into a sorted working table (insertion sort, the same technique
*> ComputeMax already uses for the podium), then mean, median, the
*> extremes, and a ten-bucket histogram come off that. On the SORT
*> path the same figures come off two passes of the ranked file.
ReportDistributionStats.
       DISPLAY "--- CALORIE DISTRIBUTION STATISTICS ---"
       IF WSElfIndex EQUAL TO 0
       END-IF

       MOVE 0 TO WSStatsSum
       IF SortPath
           PERFORM ScanRankedStats
       ELSE
           MOVE 1 TO WSStatsIdx
           PERFORM SortOneTotal UNTIL WSStatsIdx > WSElfIndex
           COMPUTE WSStatsJdx = FUNCTION MOD(WSElfIndex, 2)
           IF WSStatsJdx EQUAL TO 0
               COMPUTE WSStatsMedian =
                   (WSStatsSortedEntry(WSElfIndex / 2)
                   + WSStatsSortedEntry(WSElfIndex / 2 + 1)) / 2
           ELSE
               COMPUTE WSStatsMedian =
                   WSStatsSortedEntry((WSElfIndex + 1) / 2)
           END-IF
           MOVE WSStatsSortedEntry(1) TO WSStatsMin
           MOVE WSStatsSortedSeq(1) TO WSStatsMinSeq
           MOVE WSStatsSortedEntry(WSElfIndex) TO WSStatsMax
           MOVE WSStatsSortedSeq(WSElfIndex) TO WSStatsMaxSeq
       END-IF
       COMPUTE WSStatsMean = WSStatsSum / WSElfIndex

       MOVE WSStatsMean TO WSStatsMeanDisplay
       MOVE WSStatsMedian TO WSStatsMedianDisplay
       MOVE WSStatsMin TO WSStatsMinDisplay
       MOVE WSStatsMax TO WSStatsMaxDisplay
       DISPLAY "MEAN:   " FUNCTION TRIM(WSStatsMeanDisplay, LEADING)
       DISPLAY "MEDIAN: " FUNCTION TRIM(WSStatsMedianDisplay, LEADING)
       IF WSRosterCount > 0
           MOVE WSStatsMinSeq TO WSLabelSeq
           MOVE WSStatsMinRosterId TO WSLabelRosterId
           MOVE WSStatsMinRosterRef TO WSLabelRosterRef
           PERFORM BuildElfLabel
           DISPLAY "MIN:    " FUNCTION TRIM(WSStatsMinDisplay, LEADING)
               " " FUNCTION TRIM(WSElfLabel)
           MOVE WSStatsMaxSeq TO WSLabelSeq
           MOVE WSStatsMaxRosterId TO WSLabelRosterId
           MOVE WSStatsMaxRosterRef TO WSLabelRosterRef
           PERFORM BuildElfLabel
           DISPLAY "MAX:    " FUNCTION TRIM(WSStatsMaxDisplay, LEADING)
               " " FUNCTION TRIM(WSElfLabel)
       ELSE
           DISPLAY "MIN:    " FUNCTION TRIM(WSStatsMinDisplay, LEADING)
           DISPLAY "MAX:    " FUNCTION TRIM(WSStatsMaxDisplay, LEADING)
       END-IF

       COMPUTE WSBucketWidth = (WSStatsMax - WSStatsMin) / 10 + 1
       IF SortPath
           PERFORM OpenRankedFile
           PERFORM UNTIL WSLedgerEOF EQUAL TO 'Y'
               READ ElfRankedFile
                   AT END MOVE 'Y' TO WSLedgerEOF
                   NOT AT END
                       MOVE FRankedTotal TO WSStatsTmp
                       PERFORM TallyOneBucket
               END-READ
           END-PERFORM
           CLOSE ElfRankedFile
       ELSE
           MOVE 1 TO WSStatsIdx
           PERFORM UNTIL WSStatsIdx > WSElfIndex
               MOVE WSStatsSortedEntry(WSStatsIdx) TO WSStatsTmp
               PERFORM TallyOneBucket
               ADD 1 TO WSStatsIdx
           END-PERFORM
       END-IF
       MOVE 1 TO WSBucketIdx
       PERFORM ReportOneBucket UNTIL WSBucketIdx > 10.

*> One pass of the descending ranked file: the sum, the two median
*> positions (counted from the top), the highest total with the last
*> elf holding it, and the lowest total with the first elf holding it
*> (the head of the final run of equal totals).
ScanRankedStats.
       COMPUTE WSStatsJdx = FUNCTION MOD(WSElfIndex, 2)
       IF WSStatsJdx EQUAL TO 0
           COMPUTE WSStatsMedLo = WSElfIndex / 2
           COMPUTE WSStatsMedHi = WSElfIndex / 2 + 1
       ELSE
           COMPUTE WSStatsMedLo = (WSElfIndex + 1) / 2
           MOVE WSStatsMedLo TO WSStatsMedHi
       END-IF
       MOVE 0 TO WSStatsMedSum
       MOVE 0 TO WSRankPos
       PERFORM OpenRankedFile
       PERFORM UNTIL WSLedgerEOF EQUAL TO 'Y'
           READ ElfRankedFile
               AT END MOVE 'Y' TO WSLedgerEOF
               NOT AT END
                   ADD 1 TO WSRankPos
                   ADD FRankedTotal TO WSStatsSum
                   IF WSRankPos EQUAL TO WSStatsMedLo
                   OR WSRankPos EQUAL TO WSStatsMedHi
                       ADD FRankedTotal TO WSStatsMedSum
                   END-IF
                   IF WSRankPos EQUAL TO 1
                       MOVE FRankedTotal TO WSStatsMax
                   END-IF
                   IF FRankedTotal EQUAL TO WSStatsMax
                       MOVE FRankedSeq TO WSStatsMaxSeq
                       MOVE FRankedRosterId TO WSStatsMaxRosterId
                       MOVE FRankedRosterRef TO WSStatsMaxRosterRef
                   END-IF
                   IF WSRankPos EQUAL TO 1
                   OR FRankedTotal NOT EQUAL TO WSStatsMin
                       MOVE FRankedTotal TO WSStatsMin
                       MOVE FRankedSeq TO WSStatsMinSeq
                       MOVE FRankedRosterId TO WSStatsMinRosterId
                       MOVE FRankedRosterRef TO WSStatsMinRosterRef
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ElfRankedFile
       IF WSStatsMedLo EQUAL TO WSStatsMedHi
           MOVE WSStatsMedSum TO WSStatsMedian
       ELSE
           COMPUTE WSStatsMedian = WSStatsMedSum / 2
       END-IF.

*> Inserts one ledger total into its sorted position, shifting the
*> larger entries up, and folds it into the running sum.
SortOneTotal.
           NOT GREATER THAN WSElfTotal(WSStatsIdx)
           MOVE WSStatsSortedEntry(WSStatsJdx - 1)
               TO WSStatsSortedEntry(WSStatsJdx)
           MOVE WSStatsSortedSeq(WSStatsJdx - 1)
               TO WSStatsSortedSeq(WSStatsJdx)
           SUBTRACT 1 FROM WSStatsJdx
       END-PERFORM
       MOVE WSElfTotal(WSStatsIdx) TO WSStatsSortedEntry(WSStatsJdx)
       MOVE WSStatsIdx TO WSStatsSortedSeq(WSStatsJdx)
       ADD 1 TO WSStatsIdx.

TallyOneBucket.
       COMPUTE WSBucketIdx = (WSStatsTmp - WSStatsMin) / WSBucketWidth + 1
       IF WSBucketIdx > 10
           MOVE 10 TO WSBucketIdx
       END-IF
       ADD 1 TO WSBucketCount(WSBucketIdx).

ReportOneBucket.
       COMPUTE WSBucketLo = WSStatsMin
           + (WSBucketIdx - 1) * WSBucketWidth
       COMPUTE WSBucketHi = WSBucketLo + WSBucketWidth - 1
       MOVE WSBucketLo TO WSBucketLoDisplay
           NEXT SENTENCE
       END-IF

       MOVE 0 TO WSPlanSum
       MOVE 0 TO WSPlanCount
       IF SortPath
           PERFORM PlanFromRanked
       ELSE
           PERFORM PlanFromMemory
       END-IF

       MOVE WSPlanCount TO WSPlanCountDisplay
       MOVE WSPlanSum TO WSPlanSumDisplay
               FUNCTION TRIM(WSPlanSumDisplay, LEADING) " CALORIES"
       END-IF.

PlanFromMemory.
       MOVE 1 TO WSPlanIdx
       PERFORM RankOneElf UNTIL WSPlanIdx > WSElfIndex
       MOVE 1 TO WSPlanIdx
       PERFORM UNTIL WSPlanIdx > WSElfIndex
       OR WSPlanSum >= WSPlanTarget
           ADD 1 TO WSPlanCount
           ADD WSPlanTotal(WSPlanIdx) TO WSPlanSum
           MOVE WSPlanSeq(WSPlanIdx) TO WSLabelSeq
           MOVE WSPlanTotal(WSPlanIdx) TO WSPlanTotalDisplay
           PERFORM DisplayPlanElf
           ADD 1 TO WSPlanIdx
       END-PERFORM.

*> The ranked file is already in plan order: consume from the top.
PlanFromRanked.
       PERFORM OpenRankedFile
       PERFORM UNTIL WSLedgerEOF EQUAL TO 'Y'
       OR WSPlanSum >= WSPlanTarget
           READ ElfRankedFile
               AT END MOVE 'Y' TO WSLedgerEOF
               NOT AT END
                   ADD 1 TO WSPlanCount
                   ADD FRankedTotal TO WSPlanSum
                   MOVE FRankedSeq TO WSLabelSeq
                   MOVE FRankedTotal TO WSPlanTotalDisplay
                   MOVE FRankedRosterId TO WSLabelRosterId
                   MOVE FRankedRosterRef TO WSLabelRosterRef
                   PERFORM DisplayPlanElf
           END-READ
       END-PERFORM
       CLOSE ElfRankedFile.

DisplayPlanElf.
       MOVE WSLabelSeq TO WSPlanSeqDisplay
       IF WSRosterCount > 0
           PERFORM BuildElfLabel
           DISPLAY "  ELF " FUNCTION TRIM(WSPlanSeqDisplay, LEADING)
               " " FUNCTION TRIM(WSElfLabel)
               ": " FUNCTION TRIM(WSPlanTotalDisplay, LEADING)
       ELSE
           DISPLAY "  ELF " FUNCTION TRIM(WSPlanSeqDisplay, LEADING)
               ": " FUNCTION TRIM(WSPlanTotalDisplay, LEADING)
       END-IF.

*> Inserts one elf (total and sequence number, in lockstep) into the
*> descending ranking the plan consumes.
RankOneElf.
           IF WSTopIdx < WSTopN
               MOVE WSCaloriesTopEntry(WSTopIdx)
                   TO WSCaloriesTopEntry(WSTopIdx + 1)
               MOVE WSCaloriesTopSeq(WSTopIdx)
                   TO WSCaloriesTopSeq(WSTopIdx + 1)
           END-IF
           SUBTRACT 1 FROM WSTopIdx
       END-PERFORM

       IF WSTopIdx < WSTopN
           MOVE WSCaloriesSum TO WSCaloriesTopEntry(WSTopIdx + 1)
           MOVE WSElfIndex TO WSCaloriesTopSeq(WSTopIdx + 1)
       END-IF.

*> Grand total of the top WSTopN entries, for part 2's report.
           ADD 1 TO WSTopIdx
       END-PERFORM.

*> The ranked podium behind part 2, each slot named off the roster.
ReportTopNElves.
       MOVE 1 TO WSTopIdx
       PERFORM UNTIL WSTopIdx > WSTopN
           IF WSCaloriesTopSeq(WSTopIdx) > 0
               MOVE WSTopIdx TO WSReportIdxDisplay
               MOVE WSCaloriesTopSeq(WSTopIdx) TO WSLabelSeq
               MOVE WSLabelSeq TO WSPlanSeqDisplay
               MOVE WSCaloriesTopEntry(WSTopIdx) TO WSElfTotalDisplay
               MOVE WSCaloriesTopRosterId(WSTopIdx) TO WSLabelRosterId
               MOVE WSCaloriesTopRosterRef(WSTopIdx) TO WSLabelRosterRef
               PERFORM BuildElfLabel
               DISPLAY "  TOP " FUNCTION TRIM(WSReportIdxDisplay, LEADING)
                   ": ELF " FUNCTION TRIM(WSPlanSeqDisplay, LEADING) " "
                   FUNCTION TRIM(WSElfLabel) ": "
                   FUNCTION TRIM(WSElfTotalDisplay, LEADING)
           END-IF
           ADD 1 TO WSTopIdx
       END-PERFORM.

*> Reads the roster into WSRosterTable; comment lines start with '*'.
*> A missing roster file is the same as an empty one.
LoadElfRoster.
       MOVE 0 TO WSRosterCount
       OPEN INPUT RosterFile
       IF WSRosterStatus NOT EQUAL TO 0
           NEXT SENTENCE
       END-IF
       MOVE 'N' TO WSRosterEOF
       PERFORM UNTIL WSRosterEOF EQUAL TO 'Y'
           READ RosterFile
               AT END MOVE 'Y' TO WSRosterEOF
               NOT AT END
                   IF RosterRecord(1:1) NOT EQUAL TO '*'
                   AND RosterRecord NOT EQUAL TO SPACES
                       IF WSRosterCount >= 1000
                           DISPLAY "ROSTER HOLDS MORE THAN 1,000 ELVES: "
                               "EXTRA ENTRIES IGNORED"
                       ELSE
                           ADD 1 TO WSRosterCount
                           MOVE SPACES TO WSRosterActiveText
                           UNSTRING RosterRecord DELIMITED BY '|'
                               INTO WSRosterId(WSRosterCount)
                                   WSRosterName(WSRosterCount)
                                   WSRosterTeam(WSRosterCount)
                                   WSRosterActiveText
                           END-UNSTRING
                           MOVE WSRosterActiveText(1:1)
                               TO WSRosterActive(WSRosterCount)
                           IF WSRosterActive(WSRosterCount) NOT EQUAL TO 'N'
                               MOVE 'Y' TO WSRosterActive(WSRosterCount)
                           END-IF
                           MOVE 0 TO WSRosterGroups(WSRosterCount)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RosterFile.

FindRosterEntry.
       MOVE 0 TO WSRosterFound
       PERFORM VARYING WSRosterIdx FROM 1 BY 1
           UNTIL WSRosterIdx > WSRosterCount OR WSRosterFound > 0
           IF WSRosterId(WSRosterIdx) EQUAL TO WSCurRosterId
               MOVE WSRosterIdx TO WSRosterFound
           END-IF
       END-PERFORM.

*> "NAME (TEAM)" for elf WSLabelSeq, or why it has none. On the SORT
*> path the caller supplies WSLabelRosterId/Ref off the work record.
BuildElfLabel.
       IF MemoryPath
           MOVE WSElfRosterId(WSLabelSeq) TO WSLabelRosterId
           MOVE WSElfRosterRef(WSLabelSeq) TO WSLabelRosterRef
       END-IF
       MOVE SPACES TO WSElfLabel
       EVALUATE TRUE
           WHEN WSLabelRosterRef > 0
               MOVE WSLabelRosterRef TO WSRosterIdx
               STRING FUNCTION TRIM(WSRosterName(WSRosterIdx)) " ("
                   FUNCTION TRIM(WSRosterTeam(WSRosterIdx)) ")"
                   DELIMITED BY SIZE INTO WSElfLabel
           WHEN WSLabelRosterId EQUAL TO SPACES
               MOVE "(NO ROSTER ID)" TO WSElfLabel
           WHEN OTHER
               STRING "(" FUNCTION TRIM(WSLabelRosterId)
                   " NOT ON ROSTER)"
                   DELIMITED BY SIZE INTO WSElfLabel
       END-EVALUATE.

*> Groups and roster entries that do not tie up, both directions.
ReportRosterExceptions.
       DISPLAY "--- ELF ROSTER EXCEPTIONS ---"
       MOVE 0 TO WSRosterExceptions
       IF SortPath
           PERFORM OpenLedgerFile
           PERFORM UNTIL WSLedgerEOF EQUAL TO 'Y'
               READ ElfLedgerFile
                   AT END MOVE 'Y' TO WSLedgerEOF
                   NOT AT END
                       MOVE FLedgerSeq TO WSReportIdx
                       MOVE FLedgerRosterId TO WSLabelRosterId
                       MOVE FLedgerRosterRef TO WSLabelRosterRef
                       PERFORM ReportUnrosteredGroup
               END-READ
           END-PERFORM
           CLOSE ElfLedgerFile
       ELSE
           MOVE 1 TO WSReportIdx
           PERFORM UNTIL WSReportIdx > WSElfIndex
               MOVE WSElfRosterRef(WSReportIdx) TO WSLabelRosterRef
               PERFORM ReportUnrosteredGroup
               ADD 1 TO WSReportIdx
           END-PERFORM
       END-IF
       PERFORM VARYING WSRosterIdx FROM 1 BY 1
           UNTIL WSRosterIdx > WSRosterCount
           IF WSRosterActive(WSRosterIdx) EQUAL TO 'Y'
           AND WSRosterGroups(WSRosterIdx) EQUAL TO 0
               ADD 1 TO WSRosterExceptions
               DISPLAY "ROSTER MEMBER WITH NO CALORIE GROUP: "
                   FUNCTION TRIM(WSRosterId(WSRosterIdx)) " "
                   FUNCTION TRIM(WSRosterName(WSRosterIdx)) " ("
                   FUNCTION TRIM(WSRosterTeam(WSRosterIdx)) ")"
           END-IF
           IF WSRosterActive(WSRosterIdx) EQUAL TO 'N'
           AND WSRosterGroups(WSRosterIdx) > 0
               ADD 1 TO WSRosterExceptions
               DISPLAY "INACTIVE ROSTER MEMBER WITH A CALORIE GROUP: "
                   FUNCTION TRIM(WSRosterId(WSRosterIdx)) " "
                   FUNCTION TRIM(WSRosterName(WSRosterIdx)) " ("
                   FUNCTION TRIM(WSRosterTeam(WSRosterIdx)) ")"
           END-IF
       END-PERFORM
       MOVE WSRosterExceptions TO WSRosterCountDisplay
       DISPLAY FUNCTION TRIM(WSRosterCountDisplay, LEADING)
           " ROSTER EXCEPTION(S)".

ReportUnrosteredGroup.
       IF WSLabelRosterRef EQUAL TO 0
           ADD 1 TO WSRosterExceptions
           MOVE WSReportIdx TO WSReportIdxDisplay
           MOVE WSReportIdx TO WSLabelSeq
           PERFORM BuildElfLabel
           DISPLAY "CALORIE GROUP WITH NO ROSTER MEMBER: ELF "
               FUNCTION TRIM(WSReportIdxDisplay) " "
               FUNCTION TRIM(WSElfLabel)
       END-IF.

COPY "configRead.cpy".

*> This program owns TOPNDEFAULT: the podium size used when the
       END-IF.

COPY "csvQuote.cpy".
COPY "chainLink.cpy".

*> Translates WSFileStatus into a short description, using the
*> data-driven lookup table pulled in above, defaulting to
