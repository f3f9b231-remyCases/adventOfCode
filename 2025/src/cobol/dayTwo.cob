           SELECT ExtractFile ASSIGN TO WSExtractFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSExtractStatus.
           SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT DiagFile ASSIGN TO WSDiagFileName
           SELECT EventFile ASSIGN TO WSEventPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT OwnerFile ASSIGN TO WSOwnerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOwnerStatus.
           SELECT OwnerExtractFile ASSIGN TO WSOwnerExtractFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOwnerExtractStatus.
           SELECT CheckpointFile ASSIGN TO WSCkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCkStatus.
           SELECT IndexedRangeFile ASSIGN TO WSIndexedFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 DiagRecord PIC X(120).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD OwnerFile.
       01 OwnerRecord PIC X(120).
       FD OwnerExtractFile.
       01 OwnerExtractRecord PIC X(140).
       FD CheckpointFile.
       01 CheckpointRecord PIC X(140).

       FD IndexedRangeFile.
       01 IR-Record.
       01 WSExtractIdx PIC 9(5) COMP.
       01 WSExtractIdText PIC 9(18).

       *> Range ownership: tools/data/range_owners (overridable via
       *> AOC2025DAY2OWNERS) maps ID-space boundaries LOW|HIGH to the
       *> owning department and its contact. Once it holds entries,
       *> every invalid id is attributed through the source range it
       *> was flagged from - the owner whose span holds that whole
       *> range - and the run closes with a per-owner report, an
       *> owner-grouped "department,contact,id,sourcerange" extract
       *> (AOC2025DAY2OWNEREXTRACT, default below), and the list of
       *> scanned ranges no owner claims. A range straddling two
       *> owners' spans belongs to neither and is listed with them.
       01 WSOwnerFileName PIC X(60) VALUE "tools/data/range_owners".
       01 WSOwnerExtractFileName PIC X(60)
           VALUE "2025/data/owner_extract_day_two".
       01 WSOwnerStatus PIC 99.
       01 WSOwnerExtractStatus PIC 99.
       01 WSOwnerEOF PIC A.
       01 WSOwnerLine PIC X(120).
       01 WSOwnerLowText PIC X(18).
       01 WSOwnerHighText PIC X(18).
       01 WSOwnerDeptText PIC X(20).
       01 WSOwnerContactText PIC X(40).
       01 WSOwnershipMode PIC A VALUE 'N'.
           88 OwnershipMode VALUE 'Y'.
           88 NoOwnershipMode VALUE 'N'.
       01 WSOwners.
           05 WSOwnerCount PIC 9(3) COMP VALUE 0.
           05 WSOwnerEntry OCCURS 200 TIMES.
               10 WSOwnerLow PIC 9(18).
               10 WSOwnerHigh PIC 9(18).
               10 WSOwnerDept PIC X(20).
               10 WSOwnerContact PIC X(40).
               10 WSOwnerRanges PIC 9(6).
               10 WSOwnerIds PIC 9(5).
               10 WSOwnerIdSum PIC 9(18).
               10 WSOwnerIds2 PIC 9(5).
               10 WSOwnerIdSum2 PIC 9(18).
       01 WSOwnerIdx PIC 9(3) COMP.
       01 WSOwnerHit PIC 9(3) COMP.
       01 WSOwnerSrc PIC X(50).
       01 WSOwnerSrcStartText PIC X(18).
       01 WSOwnerSrcEndText PIC X(18).
       01 WSOwnerSrcStart PIC 9(18).
       01 WSOwnerSrcEnd PIC 9(18).
       *> Owner slot per WSFoundVals entry (0 = unowned), filled by
       *> the report pass so the grouped extract needs no second
       *> attribution.
       01 WSFoundOwners.
           05 WSFoundOwner PIC 9(3) COMP OCCURS 10000 TIMES.
       01 WSUnownedIds PIC 9(5) VALUE 0.
       01 WSUnownedIdSum PIC 9(18) VALUE 0.
       01 WSUnownedIds2 PIC 9(5) VALUE 0.
       01 WSUnownedIdSum2 PIC 9(18) VALUE 0.
       01 WSUnownedRanges.
           05 WSUnownedCount PIC 9(3) COMP VALUE 0.
           05 WSUnownedRangeText PIC X(50) OCCURS 500 TIMES.
       01 WSUnownedTotal PIC 9(6) VALUE 0.
       01 WSOwnerIdsDisplay PIC Z(4)9.
       01 WSOwnerRangesDisplay PIC Z(5)9.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSOwnerSumDisplay.

       *> Sign-of-life progress reporting for the byte-by-byte scan:
       *> every AOC2025DAY2PROGRESSN ranges (default 1,000) a line
       *> shows ranges done, distinct ids found so far, elapsed time,
       01 WSCovOverlappedDisplay PIC Z(4)9.
       01 WSCovGapCountDisplay PIC Z(4)9.

       *> Scan checkpoint/restart, switched on by AOC2025DAY2CHECKPOINT=Y:
       *> every AOC2025DAY2CKPTEVERY ranges (default 1,000) the scan
       *> position and everything the remaining ranges build on - the
       *> found-id tables with their sources, the duplicate-range and
       *> coverage tables, the running totals, and the ownership tallies
       *> - are written to the checkpoint file (AOC2025DAY2CKPTFILE,
       *> default below). A later run of the same part picks up after
       *> the last completed range instead of re-scanning the feed from
       *> byte zero, and finishes with the same answer an uninterrupted
       *> run gives. The header carries a fingerprint of the whole
       *> DataFile (the rolling checksum the 2022 driver uses on its
       *> inputs); a checkpoint whose fingerprint, part, or table
       *> settings no longer match this run, or that lacks its closing
       *> E record because the save itself was cut short, is refused
       *> and the scan starts from the beginning. A completed scan
       *> deletes the checkpoint. Delta scans keep their own high-water
       *> mark and take no checkpoints.
       01 WSCkEnv PIC X(3).
       01 WSCkMode PIC A VALUE 'N'.
           88 CheckpointMode VALUE 'Y'.
           88 NoCheckpointMode VALUE 'N'.
       01 WSCkResumeFlag PIC A VALUE 'N'.
           88 CkResumed VALUE 'Y'.
           88 CkFresh VALUE 'N'.
       01 WSCkFileName PIC X(60) VALUE "2025/data/checkpoint_day_two".
       01 WSCkStatus PIC XX.
       01 WSCkEOF PIC A.
       01 WSCkEveryEnv PIC X(8).
       01 WSCkEvery PIC 9(8) VALUE 1000.
       01 WSCkTmp PIC 9(8).
       01 WSCkDeleteRc PIC 9(9) COMP-5.
       01 WSScanBytes PIC 9(12) VALUE 0.
      *> Lines the scan has passed over, counted off the line feeds in
      *> the byte stream (plus a last line with none), for the
      *> records-read figure the driver balances against intake.
       01 WSRecordsRead PIC 9(8) VALUE 0.
       01 WSLastReadByte PIC X(1).
       01 WSScanFingerprint PIC 9(8) VALUE 0.
       01 WSCkRecordsOut PIC 9(6) VALUE 0.
       01 WSCkRecordsIn PIC 9(6) VALUE 0.
       01 WSCkTrailerFlag PIC A VALUE 'N'.
           88 CkTrailerSeen VALUE 'Y'.
           88 CkTrailerMissing VALUE 'N'.
       01 WSCkIdx PIC 9(5) COMP.
       01 WSCkHeader.
           05 WSCkMark PIC X.
           05 WSCkPart PIC 9.
           05 WSCkFingerprint PIC 9(8).
           05 WSCkBytePos PIC 9(12).
           05 WSCkRangeSeq PIC 9(6).
           05 WSCkProgCount PIC 9(8).
           05 WSCkMalformed PIC 9(6).
           05 WSCkDuplicates PIC 9(6).
           05 WSCkOverflow PIC 9(8).
           05 WSCkOverflow2 PIC 9(8).
           05 WSCkInvalidIds PIC 9(18).
           05 WSCkInvalidIds2 PIC 9(18).
           05 WSCkFoundFull PIC A.
           05 WSCkFoundFull2 PIC A.
           05 WSCkCovMode PIC A.
           05 WSCkOwnerMode PIC A.
           05 WSCkFoundLimit PIC 9(5).
           05 WSCkOwnerCount PIC 9(3).
           05 WSCkUnownedTotal PIC 9(6).
           05 FILLER PIC X(22).
       *> Detail records: F/G a part-1/part-2 found id (NUM) and its
       *> source range (TEXT), S a seen range (TEXT), C a coverage
       *> range (NUM..NUM2), O an owner slot (NUM) and its range count
       *> (NUM2), U an unowned range (TEXT); E closes the file with
       *> the detail count in NUM.
       01 WSCkBody.
           05 WSCkBodyMark PIC X.
           05 WSCkBodyNum PIC 9(18).
           05 WSCkBodyNum2 PIC 9(18).
           05 WSCkBodyText PIC X(50).
           05 FILLER PIC X(53).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCkRangeDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCkBytesDisplay.

       *> duplicate-range detection: every distinct range text is only
       *> processed once, no matter how many times it appears in DataFile.
       01 WSSeenRanges.
       *> Sixth CSV column: the active run id (AOCRUNID, exported by
       *> the driver), 000000 outside a driven run.
       01 WSCsvRunId PIC X(6).
       *> Seventh CSV column: this build's version identifier,
       *> the same one a driver's part-0 version query returns.
       COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
      *> Part number written to the CSV row: distinct from LPart so
      *> combined mode (LPart 3) can export one row per part instead of
      *> only the last-written LResult.

       PROCEDURE DIVISION USING LPart LResult.
       Main.
           COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
               RESULT-FIELD BY LResult.
           COPY "validatePart.cpy" REPLACING PART-FIELD BY LPart
               RESULT-FIELD BY LResult.

               COMPUTE WSQuerySeq = FUNCTION NUMVAL(WSQuerySeqEnv)
           END-IF

           ACCEPT WSOwnerFileName FROM ENVIRONMENT "AOC2025DAY2OWNERS"
               ON EXCEPTION
                   MOVE "tools/data/range_owners" TO WSOwnerFileName
           END-ACCEPT
           IF WSOwnerFileName EQUAL TO SPACES
               MOVE "tools/data/range_owners" TO WSOwnerFileName
           END-IF
           ACCEPT WSOwnerExtractFileName
               FROM ENVIRONMENT "AOC2025DAY2OWNEREXTRACT"
               ON EXCEPTION
                   MOVE "2025/data/owner_extract_day_two"
                       TO WSOwnerExtractFileName
           END-ACCEPT
           IF WSOwnerExtractFileName EQUAL TO SPACES
               MOVE "2025/data/owner_extract_day_two"
                   TO WSOwnerExtractFileName
           END-IF
           SET NoOwnershipMode TO TRUE
           IF NoQueryMode
               PERFORM LoadRangeOwners
           END-IF

           SET NoCheckpointMode TO TRUE
           SET CkFresh TO TRUE
           ACCEPT WSCkEnv FROM ENVIRONMENT "AOC2025DAY2CHECKPOINT"
               ON EXCEPTION
                   MOVE SPACES TO WSCkEnv
           END-ACCEPT
           IF WSCkEnv(1:1) EQUAL TO 'Y' AND NoQueryMode
               IF DeltaMode
                   DISPLAY "NOTE: DELTA SCAN TAKES NO CHECKPOINTS"
               ELSE
                   SET CheckpointMode TO TRUE
               END-IF
           END-IF
           ACCEPT WSCkFileName FROM ENVIRONMENT "AOC2025DAY2CKPTFILE"
               ON EXCEPTION
                   MOVE "2025/data/checkpoint_day_two" TO WSCkFileName
           END-ACCEPT
           IF WSCkFileName EQUAL TO SPACES
               MOVE "2025/data/checkpoint_day_two" TO WSCkFileName
           END-IF
           ACCEPT WSCkEveryEnv FROM ENVIRONMENT "AOC2025DAY2CKPTEVERY"
               ON EXCEPTION
                   MOVE SPACES TO WSCkEveryEnv
           END-ACCEPT
           IF WSCkEveryEnv NOT EQUAL TO SPACES
               COMPUTE WSCkEvery = FUNCTION NUMVAL(WSCkEveryEnv)
           END-IF
           IF WSCkEvery EQUAL TO 0
               MOVE 1000 TO WSCkEvery
           END-IF

           IF QueryMode
               PERFORM QueryIndexedRange
           ELSE
                   PERFORM FindDeltaHighWater
                   PERFORM LoadExistingExtract
               END-IF
               IF CheckpointMode
                   PERFORM ComputeScanFingerprint
                   PERFORM LoadScanCheckpoint
               END-IF
               PERFORM ScanDataFile
               IF CheckpointMode AND WSEOF EQUAL TO 'Y'
                   CALL "CBL_DELETE_FILE" USING WSCkFileName
                       RETURNING WSCkDeleteRc
                   END-CALL
               END-IF
               IF DeltaMode
                   PERFORM ReportDeltaSummary
               END-IF
               PERFORM WriteInvalidIdExtract
           END-IF

           IF OwnershipMode
               PERFORM ReportRangeOwnership
               PERFORM WriteOwnerExtract
           END-IF

           IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
               MOVE WSInvalidIds TO WSInvalidIdsDisplay
               STRING "INVALID IDS: " FUNCTION TRIM(WSInvalidIdsDisplay)
      *> sequence number, so a later run can re-check just one range
      *> without paying for this scan again.
       ScanDataFile.
           IF CkFresh
               MOVE 0 TO WSRangeSeq
           END-IF
           ACCEPT WSProgTimeStart FROM TIME
           OPEN INPUT DataFile.
               IF WSFileStatus NOT EQUAL TO 0
                   NEXT SENTENCE
               END-IF

              *> A delta scan extends the existing index in place, and
              *> so does a scan resumed from a checkpoint, whose earlier
              *> ranges the interrupted run already indexed; a full
              *> scan rebuilds it from scratch as before.
               IF (DeltaMode AND WSDeltaHwm > 0) OR CkResumed
                   OPEN I-O IndexedRangeFile
                   IF CkResumed AND WSFileStatus NOT EQUAL TO 0
                       DISPLAY "WARNING: NO INDEX TO EXTEND ("
                           FUNCTION TRIM(WSIndexedFileName)
                           "), IT WILL HOLD ONLY THE RESUMED RANGES"
                       OPEN OUTPUT IndexedRangeFile
                   END-IF
               ELSE
                   OPEN OUTPUT IndexedRangeFile
               END-IF
                   MOVE 2 TO RETURN-CODE
               END-IF

               MOVE 0 TO WSScanBytes
               MOVE 0 TO WSRecordsRead
               MOVE X"0A" TO WSLastReadByte
               IF CkResumed
                   PERFORM SkipCheckpointedBytes
               END-IF

               PERFORM UNTIL WSEOF='Y'
                   READ DataFile INTO FData
                       AT END
                           IF WSFieldIndex GREATER THAN 1
                               PERFORM ParseData
                           END-IF
                           IF WSLastReadByte NOT EQUAL TO X"0A"
                               ADD 1 TO WSRecordsRead
                           END-IF
                       NOT AT END
                           ADD 1 TO WSScanBytes
                           PERFORM ConvertCodepage
                           PERFORM TallyReadLine
                           IF FData EQUAL TO ','
                               PERFORM ParseData
                               MOVE SPACES TO WSCurrentData
                               MOVE 1 TO WSFieldIndex
                               IF CheckpointMode
                                   COMPUTE WSCkTmp =
                                       FUNCTION MOD(WSProgCount, WSCkEvery)
                                   IF WSCkTmp EQUAL TO 0
                                       PERFORM SaveScanCheckpoint
                                   END-IF
                               END-IF
                           ELSE
                               MOVE FData TO
                               WSCurrentData(WSFieldIndex:1)
                   END-READ
                END-PERFORM.
           CLOSE DataFile
           COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.
           CLOSE IndexedRangeFile.

      *> Re-encodes the byte just read according to WSCodepageMode,
           ACCEPT WSCsvDate FROM DATE YYYYMMDD
           ACCEPT WSCsvTime FROM TIME
           STRING "2" "," WSCsvPart "," "2025/data/input_day_two" ","
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
               ADD 1 TO WSRangeSeq
               MOVE WSRangeSeq TO IR-RangeSeq
               MOVE WSCurrentData TO IR-RangeText
              *> A resumed scan re-indexes the ranges the interrupted
              *> run got past its last checkpoint, so their keys may
              *> already exist.
               WRITE IR-Record
                   INVALID KEY
                       IF CkResumed
                           REWRITE IR-Record
                               INVALID KEY
                                   DISPLAY "ERROR WRITING INDEX RECORD "
                                       FUNCTION TRIM(WSRangeSeq)
                           END-REWRITE
                       ELSE
                           DISPLAY "ERROR WRITING INDEX RECORD "
                               FUNCTION TRIM(WSRangeSeq)
                       END-IF
               END-WRITE
           END-IF

                   IF CoverageMode
                       PERFORM AddCoverageRange
                   END-IF
                   IF OwnershipMode
                       PERFORM AttributeScannedRange
                   END-IF
                   MOVE 0 TO WSStartZeros
                   MOVE 0 TO WSEndZeros

                   " FROM RANGE " FUNCTION TRIM(WSFoundSourceRange2(WSReportIdx2))
               ADD 1 TO WSReportIdx2
           END-PERFORM.

      *> Loads the ownership spans; comment lines start with '*', and
      *> a span whose boundaries are not numeric or run backwards is
      *> reported and ignored. No file, or no spans in it, leaves the
      *> run exactly as it was without one.
       LoadRangeOwners.
           MOVE 'N' TO WSOwnerEOF
           OPEN INPUT OwnerFile
           IF WSOwnerStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSOwnerEOF EQUAL TO 'Y'
               READ OwnerFile INTO WSOwnerLine
                   AT END MOVE 'Y' TO WSOwnerEOF
                   NOT AT END PERFORM StoreRangeOwner
               END-READ
           END-PERFORM
           CLOSE OwnerFile
           IF WSOwnerCount > 0
               SET OwnershipMode TO TRUE
           END-IF.

       StoreRangeOwner.
           IF FUNCTION TRIM(WSOwnerLine) EQUAL TO SPACES
           OR WSOwnerLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSOwnerLowText
           MOVE SPACES TO WSOwnerHighText
           MOVE SPACES TO WSOwnerDeptText
           MOVE SPACES TO WSOwnerContactText
           UNSTRING WSOwnerLine DELIMITED BY '|'
               INTO WSOwnerLowText WSOwnerHighText
                    WSOwnerDeptText WSOwnerContactText
           COMPUTE WSNumValCheck = FUNCTION TEST-NUMVAL(WSOwnerLowText)
           IF WSNumValCheck EQUAL TO 0
               COMPUTE WSNumValCheck =
                   FUNCTION TEST-NUMVAL(WSOwnerHighText)
           END-IF
           IF WSNumValCheck NOT EQUAL TO 0
           OR WSOwnerDeptText EQUAL TO SPACES
               DISPLAY "OWNER RECORD IGNORED: " FUNCTION TRIM(WSOwnerLine)
               NEXT SENTENCE
           END-IF
           IF FUNCTION NUMVAL(WSOwnerLowText) >
               FUNCTION NUMVAL(WSOwnerHighText)
               DISPLAY "OWNER RECORD IGNORED (LOW ABOVE HIGH): "
                   FUNCTION TRIM(WSOwnerLine)
               NEXT SENTENCE
           END-IF
           IF WSOwnerCount >= 200
               DISPLAY "OWNER TABLE FULL (200), RECORD IGNORED: "
                   FUNCTION TRIM(WSOwnerLine)
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSOwnerCount
           INITIALIZE WSOwnerEntry(WSOwnerCount)
           COMPUTE WSOwnerLow(WSOwnerCount) = FUNCTION NUMVAL(WSOwnerLowText)
           COMPUTE WSOwnerHigh(WSOwnerCount) =
               FUNCTION NUMVAL(WSOwnerHighText)
           MOVE WSOwnerDeptText TO WSOwnerDept(WSOwnerCount)
           MOVE WSOwnerContactText TO WSOwnerContact(WSOwnerCount).

      *> WSOwnerHit comes back as the first span holding the whole of
      *> WSOwnerSrcStart..WSOwnerSrcEnd, or 0 when no span does.
       FindRangeOwner.
           MOVE 0 TO WSOwnerHit
           MOVE 1 TO WSOwnerIdx
           PERFORM UNTIL WSOwnerIdx > WSOwnerCount
               IF WSOwnerSrcStart NOT LESS THAN WSOwnerLow(WSOwnerIdx)
               AND WSOwnerSrcEnd NOT GREATER THAN WSOwnerHigh(WSOwnerIdx)
                   MOVE WSOwnerIdx TO WSOwnerHit
                   MOVE WSOwnerCount TO WSOwnerIdx
               END-IF
               ADD 1 TO WSOwnerIdx
           END-PERFORM.

      *> Each valid, non-duplicate range scanned is counted to its
      *> owner, or kept for the closing no-owner list.
       AttributeScannedRange.
           MOVE WSStart TO WSOwnerSrcStart
           MOVE WSEnd TO WSOwnerSrcEnd
           PERFORM FindRangeOwner
           IF WSOwnerHit EQUAL TO 0
               ADD 1 TO WSUnownedTotal
               IF WSUnownedCount < 500
                   ADD 1 TO WSUnownedCount
                   MOVE WSCurrentData TO WSUnownedRangeText(WSUnownedCount)
               END-IF
           ELSE
               ADD 1 TO WSOwnerRanges(WSOwnerHit)
           END-IF.

      *> Splits a recorded source range back into its boundaries and
      *> finds its owner.
       AttributeSourceRange.
           MOVE SPACES TO WSOwnerSrcStartText
           MOVE SPACES TO WSOwnerSrcEndText
           UNSTRING WSOwnerSrc DELIMITED BY '-'
               INTO WSOwnerSrcStartText WSOwnerSrcEndText
           COMPUTE WSOwnerSrcStart = FUNCTION NUMVAL(WSOwnerSrcStartText)
           COMPUTE WSOwnerSrcEnd = FUNCTION NUMVAL(WSOwnerSrcEndText)
           PERFORM FindRangeOwner.

      *> Per-owner totals off the found-id table (and, in combined
      *> mode, part 2's shadow table too), then the unowned bucket and
      *> the ranges no owner claims.
       ReportRangeOwnership.
           MOVE 1 TO WSReportIdx
           PERFORM UNTIL WSReportIdx > WSFoundCount
               MOVE WSFoundSourceRange(WSReportIdx) TO WSOwnerSrc
               PERFORM AttributeSourceRange
               MOVE WSOwnerHit TO WSFoundOwner(WSReportIdx)
               IF WSOwnerHit EQUAL TO 0
                   ADD 1 TO WSUnownedIds
                   ADD WSFoundVals(WSReportIdx) TO WSUnownedIdSum
               ELSE
                   ADD 1 TO WSOwnerIds(WSOwnerHit)
                   ADD WSFoundVals(WSReportIdx) TO WSOwnerIdSum(WSOwnerHit)
               END-IF
               ADD 1 TO WSReportIdx
           END-PERFORM
           IF LPart EQUAL TO 3
               MOVE 1 TO WSReportIdx2
               PERFORM UNTIL WSReportIdx2 > WSFoundCount2
                   MOVE WSFoundSourceRange2(WSReportIdx2) TO WSOwnerSrc
                   PERFORM AttributeSourceRange
                   IF WSOwnerHit EQUAL TO 0
                       ADD 1 TO WSUnownedIds2
                       ADD WSFoundVals2(WSReportIdx2) TO WSUnownedIdSum2
                   ELSE
                       ADD 1 TO WSOwnerIds2(WSOwnerHit)
                       ADD WSFoundVals2(WSReportIdx2)
                           TO WSOwnerIdSum2(WSOwnerHit)
                   END-IF
                   ADD 1 TO WSReportIdx2
               END-PERFORM
           END-IF

           DISPLAY "--- INVALID IDS BY OWNER ---"
           MOVE 1 TO WSOwnerIdx
           PERFORM ReportOneOwner UNTIL WSOwnerIdx > WSOwnerCount
           MOVE WSUnownedIds TO WSOwnerIdsDisplay
           MOVE WSUnownedIdSum TO WSOwnerSumDisplay
           DISPLAY "NO OWNER: "
               FUNCTION TRIM(WSOwnerIdsDisplay) " INVALID ID(S), TOTAL "
               FUNCTION TRIM(WSOwnerSumDisplay, LEADING)
           IF LPart EQUAL TO 3
               MOVE WSUnownedIds2 TO WSOwnerIdsDisplay
               MOVE WSUnownedIdSum2 TO WSOwnerSumDisplay
               DISPLAY "    PART 2: "
                   FUNCTION TRIM(WSOwnerIdsDisplay) " INVALID ID(S), TOTAL "
                   FUNCTION TRIM(WSOwnerSumDisplay, LEADING)
           END-IF

           DISPLAY "--- RANGES WITH NO OWNER ---"
           IF WSUnownedTotal EQUAL TO 0
               DISPLAY "(NONE)"
           END-IF
           MOVE 1 TO WSOwnerIdx
           PERFORM UNTIL WSOwnerIdx > WSUnownedCount
               DISPLAY "RANGE " FUNCTION TRIM(WSUnownedRangeText(WSOwnerIdx))
               ADD 1 TO WSOwnerIdx
           END-PERFORM
           IF WSUnownedTotal > WSUnownedCount
               MOVE WSUnownedTotal TO WSOwnerRangesDisplay
               DISPLAY "(" FUNCTION TRIM(WSOwnerRangesDisplay)
                   " UNOWNED RANGE(S) IN ALL, FIRST 500 LISTED)"
           END-IF.

       ReportOneOwner.
           MOVE WSOwnerRanges(WSOwnerIdx) TO WSOwnerRangesDisplay
           MOVE WSOwnerIds(WSOwnerIdx) TO WSOwnerIdsDisplay
           MOVE WSOwnerIdSum(WSOwnerIdx) TO WSOwnerSumDisplay
           DISPLAY FUNCTION TRIM(WSOwnerDept(WSOwnerIdx)) " ("
               FUNCTION TRIM(WSOwnerContact(WSOwnerIdx)) "): "
               FUNCTION TRIM(WSOwnerRangesDisplay) " RANGE(S), "
               FUNCTION TRIM(WSOwnerIdsDisplay) " INVALID ID(S), TOTAL "
               FUNCTION TRIM(WSOwnerSumDisplay, LEADING)
           IF LPart EQUAL TO 3
               MOVE WSOwnerIds2(WSOwnerIdx) TO WSOwnerIdsDisplay
               MOVE WSOwnerIdSum2(WSOwnerIdx) TO WSOwnerSumDisplay
               DISPLAY "    PART 2: "
                   FUNCTION TRIM(WSOwnerIdsDisplay) " INVALID ID(S), TOTAL "
                   FUNCTION TRIM(WSOwnerSumDisplay, LEADING)
           END-IF
           ADD 1 TO WSOwnerIdx.

      *> The owner-grouped extract: each owner's ids in ascending
      *> order, owners in file order, the unowned ids last under
      *> department UNOWNED - so each owner's list is one contiguous
      *> block instead of a hand carve-out of the full extract.
      *> Combined mode extracts the part-1 table, as the plain
      *> extract does.
       WriteOwnerExtract.
           OPEN OUTPUT OwnerExtractFile
           IF WSOwnerExtractStatus NOT EQUAL TO 0
               DISPLAY "Error " WSOwnerExtractStatus
                   ": unable to write owner extract "
                   FUNCTION TRIM(WSOwnerExtractFileName)
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSOwnerHit
           PERFORM WriteOneOwnerBlock UNTIL WSOwnerHit > WSOwnerCount
           MOVE 0 TO WSOwnerHit
           PERFORM WriteOneOwnerBlock
           CLOSE OwnerExtractFile
           DISPLAY "OWNER EXTRACT WRITTEN TO "
               FUNCTION TRIM(WSOwnerExtractFileName).

       WriteOneOwnerBlock.
           MOVE 1 TO WSExtractIdx
           PERFORM UNTIL WSExtractIdx > WSFoundCount
               IF WSFoundOwner(WSExtractIdx) EQUAL TO WSOwnerHit
                   MOVE WSFoundVals(WSExtractIdx) TO WSExtractIdText
                   MOVE SPACES TO OwnerExtractRecord
                   IF WSOwnerHit EQUAL TO 0
                       STRING "UNOWNED,," WSExtractIdText ","
                           FUNCTION TRIM(WSFoundSourceRange(WSExtractIdx))
                           DELIMITED BY SIZE INTO OwnerExtractRecord
                   ELSE
                       STRING FUNCTION TRIM(WSOwnerDept(WSOwnerHit)) ","
                           FUNCTION TRIM(WSOwnerContact(WSOwnerHit)) ","
                           WSExtractIdText ","
                           FUNCTION TRIM(WSFoundSourceRange(WSExtractIdx))
                           DELIMITED BY SIZE INTO OwnerExtractRecord
                   END-IF
                   WRITE OwnerExtractRecord
               END-IF
               ADD 1 TO WSExtractIdx
           END-PERFORM
           ADD 1 TO WSOwnerHit.

      *> Fingerprint of the whole DataFile as it stands now: the
      *> rolling checksum the 2022 driver uses on its inputs, over
      *> every byte, so any edit, append, or truncation since a
      *> checkpoint was taken shows up as a different value.
       ComputeScanFingerprint.
           MOVE 0 TO WSScanFingerprint
           MOVE 'N' TO WSCkEOF
           OPEN INPUT DataFile
           IF WSFileStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSCkEOF EQUAL TO 'Y'
               READ DataFile INTO FData
                   AT END MOVE 'Y' TO WSCkEOF
                   NOT AT END
                       COMPUTE WSScanFingerprint = FUNCTION MOD(
                           WSScanFingerprint * 31 + FUNCTION ORD(FData),
                           100000000)
               END-READ
           END-PERFORM
           CLOSE DataFile.

      *> Takes up a checkpoint left by an interrupted run of this part,
      *> provided it was taken against the same input and table
      *> settings; anything else is refused and the scan starts over.
       LoadScanCheckpoint.
           OPEN INPUT CheckpointFile
           IF WSCkStatus NOT EQUAL TO "00"
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSCkHeader
           READ CheckpointFile INTO WSCkHeader
               AT END MOVE SPACES TO WSCkHeader
           END-READ
           IF WSCkMark NOT EQUAL TO 'H'
               DISPLAY "CHECKPOINT REFUSED: "
                   FUNCTION TRIM(WSCkFileName)
                   " HAS NO HEADER, SCANNING FROM THE START"
               CLOSE CheckpointFile
               NEXT SENTENCE
           END-IF
           IF WSCkPart NOT EQUAL TO LPart
               DISPLAY "CHECKPOINT IS FOR PART " WSCkPart
                   ", IGNORED FOR PART " LPart
               CLOSE CheckpointFile
               NEXT SENTENCE
           END-IF
           IF WSCkFingerprint NOT EQUAL TO WSScanFingerprint
               DISPLAY "CHECKPOINT REFUSED: INPUT FINGERPRINT "
                   WSScanFingerprint " DIFFERS FROM "
                   WSCkFingerprint " AT CHECKPOINT, SCANNING FROM "
                   "THE START"
               MOVE "DAYTWO" TO EVENT-PROGRAM
               MOVE "W" TO EVENT-SEVERITY
               MOVE "CKPTREFU" TO EVENT-CODE
               MOVE "CHECKPOINT REFUSED, INPUT CHANGED SINCE IT WAS TAKEN"
                   TO EVENT-MESSAGE
               PERFORM AppendOpsEvent
               CLOSE CheckpointFile
               NEXT SENTENCE
           END-IF
           IF WSCkCovMode NOT EQUAL TO WSCovMode
           OR WSCkOwnerMode NOT EQUAL TO WSOwnershipMode
           OR WSCkFoundLimit NOT EQUAL TO WSFoundIdLimit
           OR WSCkOwnerCount NOT EQUAL TO WSOwnerCount
               DISPLAY "CHECKPOINT REFUSED: COVERAGE, OWNERSHIP, OR "
                   "FOUNDIDLIMIT SETTINGS DIFFER FROM THIS RUN, "
                   "SCANNING FROM THE START"
               CLOSE CheckpointFile
               NEXT SENTENCE
           END-IF
           PERFORM RestoreCheckpointBody
           CLOSE CheckpointFile
           IF CkTrailerMissing
               DISPLAY "CHECKPOINT REFUSED: "
                   FUNCTION TRIM(WSCkFileName)
                   " IS INCOMPLETE, SCANNING FROM THE START"
               PERFORM ResetCheckpointTables
               NEXT SENTENCE
           END-IF
           MOVE WSCkRangeSeq TO WSRangeSeq
           MOVE WSCkProgCount TO WSProgCount
           MOVE WSCkMalformed TO WSMalformedCount
           MOVE WSCkDuplicates TO WSDuplicateCount
           MOVE WSCkOverflow TO WSOverflowCount
           MOVE WSCkOverflow2 TO WSOverflowCount2
           MOVE WSCkInvalidIds TO WSInvalidIds
           MOVE WSCkInvalidIds2 TO WSInvalidIds2
           MOVE WSCkFoundFull TO WSFoundOverflow
           MOVE WSCkFoundFull2 TO WSFoundOverflow2
           MOVE WSCkUnownedTotal TO WSUnownedTotal
           SET CkResumed TO TRUE
           MOVE WSCkRangeSeq TO WSCkRangeDisplay
           MOVE WSCkBytePos TO WSCkBytesDisplay
           DISPLAY "RESUMING FROM CHECKPOINT: "
               FUNCTION TRIM(WSCkRangeDisplay, LEADING)
               " RANGE(S), "
               FUNCTION TRIM(WSCkBytesDisplay, LEADING)
               " BYTE(S) ALREADY SCANNED".

      *> Reads the detail records back into their tables; only a
      *> closing E record whose count agrees makes the load good.
       RestoreCheckpointBody.
           PERFORM ResetCheckpointTables
           MOVE 'N' TO WSCkEOF
           PERFORM UNTIL WSCkEOF EQUAL TO 'Y'
               READ CheckpointFile INTO WSCkBody
                   AT END MOVE 'Y' TO WSCkEOF
                   NOT AT END PERFORM RestoreOneCheckpointRecord
               END-READ
           END-PERFORM.

       RestoreOneCheckpointRecord.
           IF WSCkBodyMark NOT EQUAL TO 'E'
               ADD 1 TO WSCkRecordsIn
           END-IF
           EVALUATE WSCkBodyMark
               WHEN 'F'
                   IF WSFoundCount < 10000
                       ADD 1 TO WSFoundCount
                       MOVE WSCkBodyNum TO WSFoundVals(WSFoundCount)
                       MOVE WSCkBodyText
                           TO WSFoundSourceRange(WSFoundCount)
                   END-IF
               WHEN 'G'
                   IF WSFoundCount2 < 10000
                       ADD 1 TO WSFoundCount2
                       MOVE WSCkBodyNum TO WSFoundVals2(WSFoundCount2)
                       MOVE WSCkBodyText
                           TO WSFoundSourceRange2(WSFoundCount2)
                   END-IF
               WHEN 'S'
                   IF WSSeenRangeCount < 10000
                       ADD 1 TO WSSeenRangeCount
                       MOVE WSCkBodyText
                           TO WSSeenRangeVal(WSSeenRangeCount)
                   END-IF
               WHEN 'C'
                   IF WSCovCount < 10000
                       ADD 1 TO WSCovCount
                       MOVE WSCkBodyNum TO WSCovStart(WSCovCount)
                       MOVE WSCkBodyNum2 TO WSCovEnd(WSCovCount)
                   END-IF
               WHEN 'O'
                   IF WSCkBodyNum > 0 AND WSCkBodyNum NOT > WSOwnerCount
                       MOVE WSCkBodyNum TO WSOwnerIdx
                       MOVE WSCkBodyNum2 TO WSOwnerRanges(WSOwnerIdx)
                   END-IF
               WHEN 'U'
                   IF WSUnownedCount < 500
                       ADD 1 TO WSUnownedCount
                       MOVE WSCkBodyText
                           TO WSUnownedRangeText(WSUnownedCount)
                   END-IF
               WHEN 'E'
                   IF WSCkBodyNum EQUAL TO WSCkRecordsIn
                       SET CkTrailerSeen TO TRUE
                   END-IF
                   MOVE 'Y' TO WSCkEOF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Empties everything a checkpoint load fills, so a refused or
      *> half-read checkpoint leaves the run exactly as a fresh one.
       ResetCheckpointTables.
           SET CkTrailerMissing TO TRUE
           MOVE 0 TO WSCkRecordsIn
           MOVE 0 TO WSFoundCount
           MOVE 0 TO WSFoundCount2
           MOVE 0 TO WSSeenRangeCount
           MOVE 0 TO WSCovCount
           MOVE 0 TO WSUnownedCount
           PERFORM VARYING WSOwnerIdx FROM 1 BY 1
               UNTIL WSOwnerIdx > WSOwnerCount
               MOVE 0 TO WSOwnerRanges(WSOwnerIdx)
           END-PERFORM.

      *> Reads past the bytes the checkpointed run already scanned;
      *> the checkpoint was taken just after a range's comma, so the
      *> scan picks up at the start of the next range.
       SkipCheckpointedBytes.
           PERFORM UNTIL WSScanBytes >= WSCkBytePos OR WSEOF EQUAL TO 'Y'
               READ DataFile INTO FData
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSScanBytes
                       PERFORM ConvertCodepage
                       PERFORM TallyReadLine
               END-READ
           END-PERFORM.

      *> One byte of the scan: a line feed closes a line.
       TallyReadLine.
           IF FData EQUAL TO X"0A"
               ADD 1 TO WSRecordsRead
           END-IF
           MOVE FData TO WSLastReadByte.

      *> Rewrites the whole checkpoint: the header, then every table
      *> the remaining ranges build on, then the closing E record.
       SaveScanCheckpoint.
           OPEN OUTPUT CheckpointFile
           IF WSCkStatus NOT EQUAL TO "00"
               DISPLAY "WARNING: UNABLE TO WRITE CHECKPOINT "
                   FUNCTION TRIM(WSCkFileName) " (STATUS "
                   WSCkStatus ")"
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSCkHeader
           MOVE 'H' TO WSCkMark
           MOVE LPart TO WSCkPart
           MOVE WSScanFingerprint TO WSCkFingerprint
           MOVE WSScanBytes TO WSCkBytePos
           MOVE WSRangeSeq TO WSCkRangeSeq
           MOVE WSProgCount TO WSCkProgCount
           MOVE WSMalformedCount TO WSCkMalformed
           MOVE WSDuplicateCount TO WSCkDuplicates
           MOVE WSOverflowCount TO WSCkOverflow
           MOVE WSOverflowCount2 TO WSCkOverflow2
           MOVE WSInvalidIds TO WSCkInvalidIds
           MOVE WSInvalidIds2 TO WSCkInvalidIds2
           MOVE WSFoundOverflow TO WSCkFoundFull
           MOVE WSFoundOverflow2 TO WSCkFoundFull2
           MOVE WSCovMode TO WSCkCovMode
           MOVE WSOwnershipMode TO WSCkOwnerMode
           MOVE WSFoundIdLimit TO WSCkFoundLimit
           MOVE WSOwnerCount TO WSCkOwnerCount
           MOVE WSUnownedTotal TO WSCkUnownedTotal
           WRITE CheckpointRecord FROM WSCkHeader
           MOVE 0 TO WSCkRecordsOut
           PERFORM VARYING WSCkIdx FROM 1 BY 1
               UNTIL WSCkIdx > WSFoundCount
               MOVE SPACES TO WSCkBody
               MOVE 'F' TO WSCkBodyMark
               MOVE WSFoundVals(WSCkIdx) TO WSCkBodyNum
               MOVE 0 TO WSCkBodyNum2
               MOVE WSFoundSourceRange(WSCkIdx) TO WSCkBodyText
               PERFORM WriteCheckpointBody
           END-PERFORM
           PERFORM VARYING WSCkIdx FROM 1 BY 1
               UNTIL WSCkIdx > WSFoundCount2
               MOVE SPACES TO WSCkBody
               MOVE 'G' TO WSCkBodyMark
               MOVE WSFoundVals2(WSCkIdx) TO WSCkBodyNum
               MOVE 0 TO WSCkBodyNum2
               MOVE WSFoundSourceRange2(WSCkIdx) TO WSCkBodyText
               PERFORM WriteCheckpointBody
           END-PERFORM
           PERFORM VARYING WSCkIdx FROM 1 BY 1
               UNTIL WSCkIdx > WSSeenRangeCount
               MOVE SPACES TO WSCkBody
               MOVE 'S' TO WSCkBodyMark
               MOVE 0 TO WSCkBodyNum
               MOVE 0 TO WSCkBodyNum2
               MOVE WSSeenRangeVal(WSCkIdx) TO WSCkBodyText
               PERFORM WriteCheckpointBody
           END-PERFORM
           PERFORM VARYING WSCkIdx FROM 1 BY 1
               UNTIL WSCkIdx > WSCovCount
               MOVE SPACES TO WSCkBody
               MOVE 'C' TO WSCkBodyMark
               MOVE WSCovStart(WSCkIdx) TO WSCkBodyNum
               MOVE WSCovEnd(WSCkIdx) TO WSCkBodyNum2
               PERFORM WriteCheckpointBody
           END-PERFORM
           PERFORM VARYING WSCkIdx FROM 1 BY 1
               UNTIL WSCkIdx > WSOwnerCount
               MOVE SPACES TO WSCkBody
               MOVE 'O' TO WSCkBodyMark
               MOVE WSCkIdx TO WSCkBodyNum
               MOVE WSOwnerRanges(WSCkIdx) TO WSCkBodyNum2
               PERFORM WriteCheckpointBody
           END-PERFORM
           PERFORM VARYING WSCkIdx FROM 1 BY 1
               UNTIL WSCkIdx > WSUnownedCount
               MOVE SPACES TO WSCkBody
               MOVE 'U' TO WSCkBodyMark
               MOVE 0 TO WSCkBodyNum
               MOVE 0 TO WSCkBodyNum2
               MOVE WSUnownedRangeText(WSCkIdx) TO WSCkBodyText
               PERFORM WriteCheckpointBody
           END-PERFORM
           MOVE SPACES TO WSCkBody
           MOVE 'E' TO WSCkBodyMark
           MOVE WSCkRecordsOut TO WSCkBodyNum
           MOVE 0 TO WSCkBodyNum2
           WRITE CheckpointRecord FROM WSCkBody
           CLOSE CheckpointFile.

       WriteCheckpointBody.
           WRITE CheckpointRecord FROM WSCkBody
           ADD 1 TO WSCkRecordsOut.
