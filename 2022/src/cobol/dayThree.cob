       SELECT RepackFile ASSIGN TO WS-RepackFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RepackStatus.
       SELECT ItemCatalogFile ASSIGN TO WS-ItemCatFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ItemCatStatus.
       SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CFG-STATUS.

DATA DIVISION.
FILE SECTION.
01 ManifestRecord PIC X(60).
FD RepackFile.
01 RepackRecord PIC X(100).
FD ItemCatalogFile.
01 ItemCatalogRecord PIC X(100).
FD ConfigFile.
01 ConfigRecord PIC X(80).

WORKING-STORAGE SECTION.
*> Data file path, overridable at runtime via the AOC2022DAY3INPUT
01 WS-RepackPriDisplay PIC Z9.
01 WS-RepackLineDisplay PIC Z(5)9.

*> Item catalog, tools/data/item_catalog (AOC2022DAY3ITEMCAT
*> overrides): LETTER|DESCRIPTION|UNITWEIGHT|HANDLINGCLASS, loaded
*> into a table indexed by item priority so the same WS-CharInd the
*> scoring uses finds the item. Unit weights are grams.
01 WS-ItemCatFileName PIC X(60) VALUE "tools/data/item_catalog".
01 WS-ItemCatStatus PIC 99.
01 WS-ItemCatEOF PIC A.
01 WS-ItemCatLine PIC X(100).
01 WS-ItemCatLetter PIC X.
01 WS-ItemCatDesc PIC X(30).
01 WS-ItemCatWeightText PIC X(8).
01 WS-ItemCatClassText PIC X(12).
01 WS-ItemCatOrd PIC 9(3).
01 WS-ItemCatInd PIC 9(3).
01 WS-ItemCatLoaded PIC 9(2) VALUE 0.
01 WS-ItemCatalog.
       05 WS-ItemCatEntry OCCURS 52 TIMES.
           10 WS-ItemDesc PIC X(30).
           10 WS-ItemWeight PIC 9(5).
           10 WS-ItemClassIdx PIC 9(2).
*> Handling classes as the catalog names them; slot 1 is reserved
*> for letters the catalog does not carry.
01 WS-HandlingClasses.
       05 WS-ClassEntry OCCURS 12 TIMES.
           10 WS-ClassName PIC X(12).
           10 WS-ClassMisplacedCount PIC 9(6).
           10 WS-ClassMisplacedWeight PIC 9(8).
           10 WS-ClassBadgeCount PIC 9(6).
           10 WS-ClassBadgeWeight PIC 9(8).
01 WS-ClassCount PIC 9(2) VALUE 1.
01 WS-ClassIdx PIC 9(2).

*> Rucksack load report, switched on by AOC2022DAY3LOADREPORT=Y: the
*> weight of each rucksack and of each compartment off the item
*> catalog, the misplaced item (part 1) and the group badge (part 2)
*> with their handling class, rucksacks flagged when they exceed
*> RUCKSACKLIMIT grams (runtime configuration, 20,000 by default),
*> and a closing breakdown of misplaced and badge items by class.
01 WS-LoadEnv PIC X(3).
01 WS-LoadMode PIC A VALUE 'N'.
       88 LoadMode VALUE 'Y'.
       88 NoLoadMode VALUE 'N'.
01 WS-WeightLimit PIC 9(8) VALUE 20000.
01 WS-LoadComp1 PIC 9(8).
01 WS-LoadComp2 PIC 9(8).
01 WS-LoadTotal PIC 9(8).
01 WS-LoadGroupWeight PIC 9(8) VALUE 0.
01 WS-LoadScan PIC 9(4).
01 WS-LoadOrd PIC 9(3).
01 WS-LoadInd PIC 9(3).
01 WS-LoadItem PIC 9(2).
01 WS-LoadMisplaced PIC 9(2).
01 WS-LoadBadge PIC 9(2).
01 WS-LoadRucksacks PIC 9(6) VALUE 0.
01 WS-LoadGroups PIC 9(6) VALUE 0.
01 WS-LoadOverCount PIC 9(6) VALUE 0.
01 WS-LoadGrandWeight PIC 9(10) VALUE 0.
01 WS-LoadLine PIC X(160).
01 WS-LoadItemText PIC X(60).
01 WS-LoadLineDisplay PIC Z(5)9.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadSeqDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadComp1Display.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadComp2Display.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadTotalDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadItemWeightDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadLimitDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadCountDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadWeightDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadCount2Display.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LoadWeight2Display.

*> FILE STATUS message lookup
01 WS-FileStatus PIC 99.
01 WS-FileStatusChar PIC XX.
01 WS-FileStatusIdx PIC 99.
COPY "fileStatusMessage.cpy".
COPY "csvQuoteData.cpy".
COPY "chainHash.cpy".
COPY "alertFile.cpy".
COPY "configFile.cpy".

*> CSV export row (day,part,input file,result,timestamp) appended to
*> the shared spreadsheet-ready results log.
*> Sixth CSV column: the active run id (AOCRUNID, exported by
*> the driver), 000000 outside a driven run.
01 WS-CsvRunId PIC X(6).
*> Seventh CSV column: this build's version identifier,
*> the same one a driver's part-0 version query returns.
COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
*> Part number written to the CSV row: distinct from L-Part so combined
*> mode (L-Part 3) can export one row per part instead of only the
*> last-written L-Result.

PROCEDURE DIVISION USING L-Part L-Result.
Main.
       COPY "versionQuery.cpy" REPLACING PART-FIELD BY L-Part
           RESULT-FIELD BY L-Result.
       COPY "validatePart.cpy" REPLACING PART-FIELD BY L-Part
           RESULT-FIELD BY L-Result.

           SET ItemFreqMode TO TRUE
       END-IF

       SET NoLoadMode TO TRUE
       ACCEPT WS-LoadEnv FROM ENVIRONMENT "AOC2022DAY3LOADREPORT"
           ON EXCEPTION
               MOVE SPACES TO WS-LoadEnv
       END-ACCEPT
       IF WS-LoadEnv(1:1) EQUAL TO 'Y'
           SET LoadMode TO TRUE
           PERFORM LoadRuntimeConfig
           ACCEPT WS-ItemCatFileName FROM ENVIRONMENT "AOC2022DAY3ITEMCAT"
               ON EXCEPTION
                   MOVE "tools/data/item_catalog" TO WS-ItemCatFileName
           END-ACCEPT
           PERFORM LoadItemCatalog
           DISPLAY "--- RUCKSACK LOAD REPORT ---"
       END-IF

       IF L-Part EQUAL TO 2
           OPEN OUTPUT ManifestFile
       END-IF
           PERFORM ReportItemFrequency
       END-IF

       IF LoadMode
           PERFORM ReportLoadSummary
       END-IF

       IF RepackMode
           MOVE WS-RepackCount TO WS-RepackCountDisplay
           DISPLAY "REPACK WORK ORDERS: "
       ACCEPT WS-CsvDate FROM DATE YYYYMMDD
       ACCEPT WS-CsvTime FROM TIME
       STRING "3" "," WS-CsvPart "," "2022/data/input_day_three" ","
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
               END-READ
           END-PERFORM
       CLOSE DataFile
       COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WS-FileLineTotal.
       PERFORM CheckGroupIntegrity.

*> A file whose line count is not a multiple of three leaves a short
       INSPECT WS-Data TALLYING WS-DataLen FOR CHARACTERS BEFORE ' '
       
       MOVE ZEROES TO WS-CNT
       IF LoadMode
           PERFORM WeighRucksack
       END-IF

       IF L-Part EQUALS TO 1 OR L-Part EQUALS TO 3
           MOVE ZEROES TO WS-Operation
               PERFORM ComputePriority2
               MOVE ZEROES TO WS-Appearance2
           END-IF
       END-IF

       IF LoadMode
           PERFORM ReportRucksackLoad
           IF (L-Part EQUALS TO 2 OR L-Part EQUALS TO 3)
           AND WS-LineCnt EQUALS TO 0
               PERFORM ReportGroupLoad
           END-IF
       END-IF.

*> Part 2 group-of-three intersection scan, mirroring ComputeAppearance
           IF WS-CharAppearance2(WS-CharInd) EQUALS TO 1
                   COMPUTE WS-CharAppearance2(WS-CharInd) = 0
                   COMPUTE WS-Priority2 = WS-Priority2 + WS-CharInd
                   IF LoadMode
                       PERFORM TallyBadgeItem
                   END-IF
           END-IF
       END-PERFORM .

                   AND (L-Part EQUAL TO 1 OR L-Part EQUAL TO 3)
                       PERFORM WriteRepackWorkOrder
                   END-IF
                   IF LoadMode
                       IF L-Part EQUAL TO 2
                           PERFORM TallyBadgeItem
                       ELSE
                           PERFORM TallyMisplacedItem
                       END-IF
                   END-IF
           END-IF
       END-PERFORM .

       DISPLAY "RUCKSACK " FUNCTION TRIM(WS-RucksackSeqDisplay)
           ": SHARED ITEM PRIORITY " FUNCTION TRIM(WS-CharIndDisplay).

*> Reads the item catalog into WS-ItemCatalog; '*' lines are comments.
*> Every letter starts out uncatalogued (class slot 1, no weight) so a
*> gap in the file shows up in the report rather than failing the run.
LoadItemCatalog.
       INITIALIZE WS-HandlingClasses
       MOVE "UNCATALOGUED" TO WS-ClassName(1)
       MOVE 1 TO WS-ClassCount
       MOVE 1 TO WS-ItemCatInd
       PERFORM UNTIL WS-ItemCatInd > 52
           MOVE "(NOT IN ITEM CATALOG)" TO WS-ItemDesc(WS-ItemCatInd)
           MOVE 0 TO WS-ItemWeight(WS-ItemCatInd)
           MOVE 1 TO WS-ItemClassIdx(WS-ItemCatInd)
           ADD 1 TO WS-ItemCatInd
       END-PERFORM
       MOVE 0 TO WS-ItemCatLoaded
       MOVE 'N' TO WS-ItemCatEOF
       OPEN INPUT ItemCatalogFile
       IF WS-ItemCatStatus NOT EQUAL TO 0
           DISPLAY "ITEM CATALOG " FUNCTION TRIM(WS-ItemCatFileName)
               " NOT AVAILABLE: ALL ITEMS UNCATALOGUED"
           NEXT SENTENCE
       END-IF
       PERFORM UNTIL WS-ItemCatEOF EQUAL TO 'Y'
           READ ItemCatalogFile INTO WS-ItemCatLine
               AT END MOVE 'Y' TO WS-ItemCatEOF
               NOT AT END
                   IF WS-ItemCatLine(1:1) NOT EQUAL TO '*'
                   AND WS-ItemCatLine NOT EQUAL TO SPACES
                       PERFORM StoreItemCatalogEntry
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ItemCatalogFile
       IF WS-ItemCatLoaded < 52
           MOVE WS-ItemCatLoaded TO WS-LoadCountDisplay
           DISPLAY "ITEM CATALOG COVERS "
               FUNCTION TRIM(WS-LoadCountDisplay, LEADING)
               " OF 52 ITEM LETTERS"
       END-IF.

StoreItemCatalogEntry.
       MOVE SPACES TO WS-ItemCatLetter WS-ItemCatDesc
           WS-ItemCatWeightText WS-ItemCatClassText
       UNSTRING WS-ItemCatLine DELIMITED BY '|'
           INTO WS-ItemCatLetter WS-ItemCatDesc
               WS-ItemCatWeightText WS-ItemCatClassText
       END-UNSTRING
       COMPUTE WS-ItemCatOrd = FUNCTION ORD(WS-ItemCatLetter)
       MOVE WS-ItemPriority(WS-ItemCatOrd) TO WS-ItemCatInd
       IF WS-ItemCatInd EQUAL TO 0
           DISPLAY "ITEM CATALOG ENTRY IGNORED (NOT AN ITEM LETTER): "
               FUNCTION TRIM(WS-ItemCatLine)
           NEXT SENTENCE
       END-IF
       IF WS-ItemClassIdx(WS-ItemCatInd) EQUAL TO 1
       AND WS-ItemWeight(WS-ItemCatInd) EQUAL TO 0
           ADD 1 TO WS-ItemCatLoaded
       END-IF
       MOVE WS-ItemCatDesc TO WS-ItemDesc(WS-ItemCatInd)
       IF FUNCTION TEST-NUMVAL(WS-ItemCatWeightText) EQUAL TO 0
           COMPUTE WS-ItemWeight(WS-ItemCatInd) =
               FUNCTION NUMVAL(WS-ItemCatWeightText)
       ELSE
           MOVE 0 TO WS-ItemWeight(WS-ItemCatInd)
       END-IF
       IF WS-ItemCatClassText EQUAL TO SPACES
           MOVE "UNCATALOGUED" TO WS-ItemCatClassText
       END-IF
       MOVE 0 TO WS-ClassIdx
       MOVE 1 TO WS-ItemCatOrd
       PERFORM UNTIL WS-ItemCatOrd > WS-ClassCount
           IF WS-ClassName(WS-ItemCatOrd) EQUAL TO WS-ItemCatClassText
               MOVE WS-ItemCatOrd TO WS-ClassIdx
           END-IF
           ADD 1 TO WS-ItemCatOrd
       END-PERFORM
       IF WS-ClassIdx EQUAL TO 0
           IF WS-ClassCount < 12
               ADD 1 TO WS-ClassCount
               MOVE WS-ClassCount TO WS-ClassIdx
               MOVE WS-ItemCatClassText TO WS-ClassName(WS-ClassIdx)
           ELSE
               DISPLAY "ITEM CATALOG HAS MORE THAN 12 HANDLING CLASSES: "
                   WS-ItemCatLetter " FILED AS UNCATALOGUED"
               MOVE 1 TO WS-ClassIdx
           END-IF
       END-IF
       MOVE WS-ClassIdx TO WS-ItemClassIdx(WS-ItemCatInd).

*> Per-compartment weights of the line just read: the first half of
*> the items is compartment 1, the second half compartment 2, the
*> same split part 1 scores on.
WeighRucksack.
       MOVE 0 TO WS-LoadComp1
       MOVE 0 TO WS-LoadComp2
       MOVE 0 TO WS-LoadMisplaced
       MOVE 0 TO WS-LoadBadge
       MOVE 1 TO WS-LoadScan
       PERFORM UNTIL WS-LoadScan > WS-DataLen
           COMPUTE WS-LoadOrd = FUNCTION ORD(WS-CharData(WS-LoadScan))
           MOVE WS-ItemPriority(WS-LoadOrd) TO WS-LoadInd
           IF WS-LoadInd >= 1 AND WS-LoadInd <= 52
               IF WS-LoadScan > WS-DataLen / 2
                   ADD WS-ItemWeight(WS-LoadInd) TO WS-LoadComp2
               ELSE
                   ADD WS-ItemWeight(WS-LoadInd) TO WS-LoadComp1
               END-IF
           END-IF
           ADD 1 TO WS-LoadScan
       END-PERFORM
       COMPUTE WS-LoadTotal = WS-LoadComp1 + WS-LoadComp2
       ADD 1 TO WS-LoadRucksacks
       ADD WS-LoadTotal TO WS-LoadGrandWeight
       ADD WS-LoadTotal TO WS-LoadGroupWeight.

TallyMisplacedItem.
       MOVE WS-CharInd TO WS-LoadMisplaced
       MOVE WS-ItemClassIdx(WS-CharInd) TO WS-ClassIdx
       ADD 1 TO WS-ClassMisplacedCount(WS-ClassIdx)
       ADD WS-ItemWeight(WS-CharInd) TO WS-ClassMisplacedWeight(WS-ClassIdx).

TallyBadgeItem.
       MOVE WS-CharInd TO WS-LoadBadge
       MOVE WS-ItemClassIdx(WS-CharInd) TO WS-ClassIdx
       ADD 1 TO WS-ClassBadgeCount(WS-ClassIdx)
       ADD WS-ItemWeight(WS-CharInd) TO WS-ClassBadgeWeight(WS-ClassIdx).

*> "x DESCRIPTION (CLASS) n G" for item WS-LoadItem.
DescribeLoadItem.
       MOVE WS-ItemWeight(WS-LoadItem) TO WS-LoadItemWeightDisplay
       MOVE WS-ItemClassIdx(WS-LoadItem) TO WS-ClassIdx
       MOVE SPACES TO WS-LoadItemText
       STRING WS-ItemLetters(WS-LoadItem:1) " "
           FUNCTION TRIM(WS-ItemDesc(WS-LoadItem)) " ("
           FUNCTION TRIM(WS-ClassName(WS-ClassIdx)) ") "
           FUNCTION TRIM(WS-LoadItemWeightDisplay, LEADING) " G"
           DELIMITED BY SIZE INTO WS-LoadItemText.

ReportRucksackLoad.
       MOVE WS-LoadRucksacks TO WS-LoadSeqDisplay
       MOVE WS-FileLineTotal TO WS-LoadLineDisplay
       MOVE WS-LoadComp1 TO WS-LoadComp1Display
       MOVE WS-LoadComp2 TO WS-LoadComp2Display
       MOVE WS-LoadTotal TO WS-LoadTotalDisplay
       MOVE SPACES TO WS-LoadLine
       STRING "RUCKSACK " FUNCTION TRIM(WS-LoadSeqDisplay, LEADING)
           " (LINE " FUNCTION TRIM(WS-LoadLineDisplay, LEADING)
           "): COMPARTMENTS "
           FUNCTION TRIM(WS-LoadComp1Display, LEADING) " G + "
           FUNCTION TRIM(WS-LoadComp2Display, LEADING) " G = "
           FUNCTION TRIM(WS-LoadTotalDisplay, LEADING) " G"
           DELIMITED BY SIZE INTO WS-LoadLine
       IF WS-LoadMisplaced > 0
           MOVE WS-LoadMisplaced TO WS-LoadItem
           PERFORM DescribeLoadItem
           STRING FUNCTION TRIM(WS-LoadLine) "; MISPLACED "
               FUNCTION TRIM(WS-LoadItemText)
               DELIMITED BY SIZE INTO WS-LoadLine
       END-IF
       IF WS-LoadTotal > WS-WeightLimit
           ADD 1 TO WS-LoadOverCount
           STRING FUNCTION TRIM(WS-LoadLine) " *** OVER LIMIT ***"
               DELIMITED BY SIZE INTO WS-LoadLine
       END-IF
       DISPLAY FUNCTION TRIM(WS-LoadLine).

ReportGroupLoad.
       ADD 1 TO WS-LoadGroups
       MOVE WS-LoadGroups TO WS-LoadSeqDisplay
       MOVE WS-LoadGroupWeight TO WS-LoadTotalDisplay
       IF WS-LoadBadge > 0
           MOVE WS-LoadBadge TO WS-LoadItem
           PERFORM DescribeLoadItem
       ELSE
           MOVE "NONE FOUND" TO WS-LoadItemText
       END-IF
       DISPLAY "GROUP " FUNCTION TRIM(WS-LoadSeqDisplay, LEADING)
           ": BADGE " FUNCTION TRIM(WS-LoadItemText)
           ", GROUP WEIGHT " FUNCTION TRIM(WS-LoadTotalDisplay, LEADING)
           " G"
       MOVE 0 TO WS-LoadGroupWeight.

ReportLoadSummary.
       MOVE WS-LoadRucksacks TO WS-LoadCountDisplay
       MOVE WS-LoadGrandWeight TO WS-LoadWeightDisplay
       MOVE WS-WeightLimit TO WS-LoadLimitDisplay
       MOVE WS-LoadOverCount TO WS-LoadCount2Display
       DISPLAY "--- RUCKSACK LOAD SUMMARY ---"
       DISPLAY "RUCKSACKS WEIGHED: "
           FUNCTION TRIM(WS-LoadCountDisplay, LEADING)
           ", TOTAL " FUNCTION TRIM(WS-LoadWeightDisplay, LEADING) " G"
       DISPLAY "OVER THE "
           FUNCTION TRIM(WS-LoadLimitDisplay, LEADING) " G LIMIT: "
           FUNCTION TRIM(WS-LoadCount2Display, LEADING) " RUCKSACK(S)"
       MOVE 1 TO WS-ClassIdx
       PERFORM UNTIL WS-ClassIdx > WS-ClassCount
           IF WS-ClassMisplacedCount(WS-ClassIdx) > 0
           OR WS-ClassBadgeCount(WS-ClassIdx) > 0
               MOVE WS-ClassMisplacedCount(WS-ClassIdx)
                   TO WS-LoadCountDisplay
               MOVE WS-ClassMisplacedWeight(WS-ClassIdx)
                   TO WS-LoadWeightDisplay
               MOVE WS-ClassBadgeCount(WS-ClassIdx)
                   TO WS-LoadCount2Display
               MOVE WS-ClassBadgeWeight(WS-ClassIdx)
                   TO WS-LoadWeight2Display
               DISPLAY "CLASS " FUNCTION TRIM(WS-ClassName(WS-ClassIdx))
                   ": MISPLACED "
                   FUNCTION TRIM(WS-LoadCountDisplay, LEADING)
                   " ITEM(S) "
                   FUNCTION TRIM(WS-LoadWeightDisplay, LEADING)
                   " G, BADGES "
                   FUNCTION TRIM(WS-LoadCount2Display, LEADING)
                   " ITEM(S) "
                   FUNCTION TRIM(WS-LoadWeight2Display, LEADING) " G"
           END-IF
           ADD 1 TO WS-ClassIdx
       END-PERFORM.

*> Runtime configuration: RUCKSACKLIMIT is the load report's per-
*> rucksack weight limit in grams.
ApplyConfigParameter.
       IF FUNCTION TRIM(CFG-NAME) EQUAL TO "RUCKSACKLIMIT"
       AND CFG-VALUE > 0
           MOVE CFG-VALUE TO WS-WeightLimit
           DISPLAY "CONFIG OVERRIDE: RUCKSACKLIMIT = " WS-WeightLimit
       END-IF.

COPY "configRead.cpy".

COPY "csvQuote.cpy".
COPY "chainLink.cpy".

*> Translates WS-FileStatus into a short description, using the
*> data-driven lookup table pulled in above, defaulting to
