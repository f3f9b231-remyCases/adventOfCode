       SELECT EventFile ASSIGN TO WS-EVENTPATHNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENT-STATUS.
       SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CFG-STATUS.
       SELECT DiagFile ASSIGN TO WS-DIAGFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIAG-STATUS.
       SELECT LineageFile ASSIGN TO WS-LINEAGENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LineageStatus.
       SELECT CraneModelFile ASSIGN TO WS-CRANEMODELNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CraneModelStatus.
       SELECT SnapshotFile ASSIGN TO WS-SNAPSHOTNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SnapshotStatus.

DATA DIVISION.
FILE SECTION.
01 ConfigRecord PIC X(80).
FD DiagFile.
01 DiagRecord PIC X(120).
FD LineageFile.
01 LineageRecord PIC X(80).
FD CraneModelFile.
01 CraneModelRecord PIC X(80).
FD SnapshotFile.
01 SnapshotRecord PIC X(200).

WORKING-STORAGE SECTION.
*> Data file path, overridable at runtime via the AOC2022DAY5INPUT
*> asked for the numbers.
01 WS-CRATES-MOVED PIC 9(8) VALUE 0.
01 EOF PIC A.
*> Every line read, header and moves alike, for the records-read
*> figure the driver balances against intake.
01 WS-RECORDSREAD PIC 9(8) VALUE 0.
01 INPUT-DATA PIC X USAGE DISPLAY.

*> Crate-diagram header, read straight off the input file: the stack
01 STATE-TRUNC PIC A VALUE 'N'.

COPY "linkedStackStats.cpy".
COPY "linkedStackPool.cpy".

*> Node pool sizing: moves only relink existing nodes, so the crates
*> parsed from the header times the number of tables built from them
*> (the second table of combined mode, the crane catalog's replay
*> table) is every node the run can ever hold at once. NODEPOOL=0 in
*> the runtime configuration, or AOC2022DAY5ALLOC=NODE, selects the
*> per-node ALLOCATE path instead; AOC2022DAY5ALLOC=POOL forces the
*> pool back on over the configuration.
01 WS-ALLOCENV PIC X(4).
01 POOL-CRATES PIC 9(4).
01 POOL-SPACES PIC 9(4).
01 POOL-TABLES PIC 9.

*> Move-by-move trace, one line per "move N from X to Y" instruction.
01 WS-MOVESEQ PIC 9(6) VALUE 0.
01 WS-STOPATENV PIC X(6).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-STOPAT-DISPLAY.

*> Per-crate lineage, switched on by AOC2022DAY5LINEAGE naming the
*> file to append to (2022/data/lineage_day_five by convention, read
*> by CRATELINEAGE): every crate gets an id in ParseStackHeader's
*> bottom-to-top order, and a crate-id shadow of each stack table is
*> replayed beside the linked-stack engine so each crate can be
*> followed by itself - letters repeat, nodes carry no identity. One
*> "H|CRANE|RUNID|DATE|TIME|INPUT" header opens each crane's block,
*> then "S|CRANE|ID|LETTER|STACK|DEPTH" per starting crate,
*> "M|CRANE|ID|LETTER|MOVE|FROM|TO" per crate a move carried, and
*> "F|CRANE|ID|LETTER|STACK|DEPTH" for where it ended (depth counts
*> from the bottom, 1 = floor). Table 1 shadows the CrateMover 9000
*> replay (parts 1 and 3), table 2 the CrateMover 9001 replay (parts
*> 2 and 3).
01 WS-LINEAGENAME PIC X(60).
01 WS-LineageStatus PIC 99.
01 LINEAGE-ON PIC A VALUE 'N'.
01 LINEAGE-LINE PIC X(80).
01 LN-DATA PIC X(80).
01 LN-DATALEN PIC 99.
01 LN-POINTER PIC 9(3).
01 LN-CRATE-COUNT PIC 9(3) VALUE 0.
01 LN-CRATES.
       05 LN-CRATE-LETTER OCCURS 180 TIMES PIC X.
01 LN-TABLES.
       05 LN-TABLE OCCURS 2 TIMES.
           10 LN-ACTIVE PIC A.
           10 LN-CRANE PIC X(8).
           10 LN-STACK OCCURS 9 TIMES.
               15 LN-HEIGHT PIC 9(3).
               15 LN-SLOT OCCURS 180 TIMES PIC 9(3).
01 LN-T PIC 9.
01 LN-COL PIC 9(3).
01 LN-LEVEL PIC 9(3).
01 LN-BASE PIC 9(3).
01 LN-ID PIC 9(3).
01 LN-K PIC 9(3).
01 LN-RUNID PIC X(6).
01 LN-DATE PIC X(8).
01 LN-TIME PIC X(8).

*> Crane model catalog, switched on by AOC2022DAY5CRANES naming the
*> control file (tools/data/crane_models by convention): one
*> "MODEL|MAXLIFT|RULE|DESCRIPTION" record per crane, RULE saying what
*> the crane does with a move larger than its maximum lift - ONE lifts
*> the crates one at a time, BLOCK lifts them in blocks of MAXLIFT
*> (the top block first). A move within the maximum is always a
*> single block lift. After the part's own replay, the move list is
*> replayed once more per cataloged model on a third table built
*> from the same starting stacks, and each model's top-of-stack
*> answer and lift count are reported. The 9000 is MAXLIFT 1 and the
*> 9001 an unlimited BLOCK crane, so both reproduce parts 1 and 2.
01 WS-CRANEMODELNAME PIC X(60).
01 WS-CraneModelStatus PIC 99.
01 CM-LINE PIC X(80).
01 CM-MODEL-COUNT PIC 99 VALUE 0.
01 CM-MODELS.
       05 CM-MODEL OCCURS 20 TIMES.
           10 CM-NAME PIC X(8).
           10 CM-MAXLIFT PIC 99.
           10 CM-RULE PIC X(5).
           10 CM-DESC PIC X(40).
01 CM-FIELDS.
       05 CM-F-NAME PIC X(8).
       05 CM-F-MAXLIFT PIC X(8).
       05 CM-F-RULE PIC X(8).
       05 CM-F-DESC PIC X(40).
01 CM-IDX PIC 99.
01 CM-STACKNO PIC 9.
01 CM-REMAIN PIC 99.
01 CM-CHUNK PIC 99.
01 CM-DEPTH PIC 99.
01 CM-MOVES PIC 9(6).
01 CM-LIFTS PIC 9(8).
01 CM-RESULT PIC X(50).
01 CM-EOF PIC A.
01 CM-MAXLIFT-DISPLAY PIC Z9.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY CM-LIFTS-DISPLAY.
01 NBYTES-ANCHOR-TABLE3 PIC S9(9) BINARY.
01 ANCHOR-TABLE3 USAGE POINTER VALUE NULL.
01 ANCHOR-TABLE-REF3 USAGE POINTER VALUE NULL.

*> FILE STATUS message lookup
01 WS-FileStatus PIC 99.
01 WS-FileStatusChar PIC XX.
*> Sixth CSV column: the active run id (AOCRUNID, exported by
*> the driver), 000000 outside a driven run.
01 WS-CSVRUNID PIC X(6).
*> Seventh CSV column: this build's version identifier,
*> the same one a driver's part-0 version query returns.
COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
*> Part number written to the CSV row: distinct from L-PART so combined
*> mode (L-PART 3) can export one row per part instead of only the
*> last-written L-RESULT.
01 WS-CSVPART PIC 9.

*> Per-move stack snapshots, switched on by AOC2022DAY5SNAPSHOT naming
*> the output file: one "MOVESEQ|STACK1|STACK2|..." line for the
*> starting stacks (move 000000) and one after every move line the
*> replay takes, each stack listed top crate first. The primary table
*> is the one written (part 1's or part 2's replay; part 3's first
*> table). PORTCHECK walks this beside DAYTHREE (2025)'s identical
*> trace to find the first move at which the two programs disagree.
01 WS-SNAPSHOTNAME PIC X(80).
01 WS-SnapshotStatus PIC 99.
01 SNAPSHOT-ON PIC A VALUE 'N'.
01 SNAPSHOT-LINE PIC X(200).
01 SNAPSHOT-PTR PIC 9(3).
01 SNAPSHOT-COL PIC 9.
01 SNAPSHOT-SEQ PIC 9(6).

LINKAGE SECTION.
COPY "linkedStackNode.cpy".
01 L-OPTION.

*> Optional third parameter: a caller that wants the replay's numbers
*> back - not just the answer line - passes this area and gets the
*> move count, total crates moved, the engine's operation totals, the
*> deepest high-water mark, and the node pool's peak in use, free-list
*> reuse count and exhaustion events. Existing two-argument callers
*> omit it and are untouched; FillCallerStats only writes when the
*> area was actually passed.
01 L-STATS.
       05 L-STAT-MOVES PIC 9(8).
       05 L-STAT-CRATES PIC 9(8).
       05 L-STAT-CUTS PIC 9(8).
       05 L-STAT-GLUES PIC 9(8).
       05 L-STAT-MAXHWM PIC 9(4).
       05 L-STAT-POOLPEAK PIC 9(8).
       05 L-STAT-POOLREUSE PIC 9(8).
       05 L-STAT-POOLEXHAUST PIC 9(4).

*> Expected value sent in L-OPTION:
*> MOVE "13ZN MCD P" TO L-OPTION
*> MOVE "19GTRW GCHPMSVW CLTSGM JHDMWRF PQLHSWFJ PJDNFMS ZBDFGCSJ RTB HNWLC" TO L-OPTION
PROCEDURE DIVISION USING L-OPTION L-RESULT OPTIONAL L-STATS.
Main.
       COPY "versionQuery.cpy" REPLACING PART-FIELD BY L-PART
           RESULT-FIELD BY L-RESULT.
       COPY "validatePart.cpy" REPLACING PART-FIELD BY L-PART
           RESULT-FIELD BY L-RESULT.

           ON EXCEPTION
               MOVE "2022/data/input_day_five" TO WS-DATAFILENAME
       END-ACCEPT
       SET NodePoolOn TO TRUE
       PERFORM LoadRuntimeConfig
       ACCEPT WS-ALLOCENV FROM ENVIRONMENT "AOC2022DAY5ALLOC"
           ON EXCEPTION
               MOVE SPACES TO WS-ALLOCENV
       END-ACCEPT
       IF FUNCTION UPPER-CASE(WS-ALLOCENV) EQUAL TO "NODE"
           SET NodePoolOff TO TRUE
       END-IF
       IF FUNCTION UPPER-CASE(WS-ALLOCENV) EQUAL TO "POOL"
           SET NodePoolOn TO TRUE
       END-IF
       ACCEPT WS-CRANEMODELNAME FROM ENVIRONMENT "AOC2022DAY5CRANES"
           ON EXCEPTION
               MOVE SPACES TO WS-CRANEMODELNAME
       END-ACCEPT
       ACCEPT WS-DIAGFILENAME FROM ENVIRONMENT "AOCDIAGCAPTURE"
           ON EXCEPTION
               MOVE SPACES TO WS-DIAGFILENAME
               GOBACK
           END-IF

           MOVE 0 TO WS-RECORDSREAD
           PERFORM ParseStackHeader

           ACCEPT WS-STATEINNAME FROM ENVIRONMENT "AOC2022DAY5STATEIN"

           *> Utilities
           MOVE LENGTH OF NODE TO NBYTES-NODE
           MOVE 0 TO POOL-SPACES
           INSPECT L-INPUT TALLYING POOL-SPACES FOR ALL SPACES
           COMPUTE POOL-CRATES = LENGTH OF L-INPUT - POOL-SPACES
           MOVE 1 TO POOL-TABLES
           IF L-PART EQUALS TO 3
               ADD 1 TO POOL-TABLES
           END-IF
           IF WS-CRANEMODELNAME NOT EQUAL TO SPACES
               ADD 1 TO POOL-TABLES
           END-IF
           COMPUTE POOL-NODES = POOL-CRATES * POOL-TABLES
           PERFORM InitNodePool
           MOVE 1 TO POINTER-FOR-UNSTRING
           COMPUTE NBYTES-ANCHOR-TABLE = NBYTES-NODE * L-NLINKED

               PERFORM AppendDayFiveAlert
               MOVE 2 TO RETURN-CODE
               CLOSE DATAFILE
               PERFORM ReleaseNodePool
               GOBACK
           END-IF
           SET ANCHOR-TABLE TO ADDRSS
           PERFORM CountAllStacks
           MOVE WS-CRATES-TOTAL TO WS-CRATES-START

           ACCEPT WS-LINEAGENAME FROM ENVIRONMENT "AOC2022DAY5LINEAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-LINEAGENAME
           END-ACCEPT
           IF WS-LINEAGENAME NOT EQUAL TO SPACES
               PERFORM SeedCrateLineage
           END-IF

           ACCEPT WS-SNAPSHOTNAME FROM ENVIRONMENT "AOC2022DAY5SNAPSHOT"
               ON EXCEPTION
                   MOVE SPACES TO WS-SNAPSHOTNAME
           END-ACCEPT
           IF WS-SNAPSHOTNAME NOT EQUAL TO SPACES
               PERFORM OpenStackSnapshot
           END-IF

           PERFORM UNTIL EOF='Y'
               READ DATAFILE INTO F-DATA
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                   ADD 1 TO WS-RECORDSREAD
                   MOVE F-DATA TO EOF
                   *> to skip header; a reconstruction run stops
                   *> replaying once move WS-STOPAT has been applied,
                       IF L-Part EQUALS TO 3
                           PERFORM SwitchElementByBlockLinkedStack2
                       END-IF
                       IF SNAPSHOT-ON EQUAL TO 'Y'
                           PERFORM WriteStackSnapshot
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
       CLOSE DATAFILE
       COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WS-RECORDSREAD.
       IF SNAPSHOT-ON EQUAL TO 'Y'
           CLOSE SnapshotFile
       END-IF

       *> Display linkedstacks after all moving operation were done
       SET ANCHOR-TABLE TO ANCHOR-TABLE-REF
           PERFORM WriteStackState
       END-IF

       IF LINEAGE-ON EQUAL TO 'Y'
           PERFORM CloseCrateLineage
       END-IF

       IF WS-CRANEMODELNAME NOT EQUAL TO SPACES
           PERFORM RunCraneCatalog
       END-IF

       *> Freeing all linkedstacks
       SET ANCHOR-TABLE TO ANCHOR-TABLE-REF
       PERFORM L-NLINKED TIMES
       SET ADDRSS TO ANCHOR-TABLE
       FREE ADDRSS
       SET ADDRSS TO ANCHOR-TABLE-REF
       FREE ADDRSS

       PERFORM DisplayPoolStats
       PERFORM FillCallerPoolStats
       PERFORM ReleaseNodePool.
       GOBACK.
       
COPY "eventAppend.cpy".
COPY "configRead.cpy".

*> This program owns STACKLIMIT: the stack-count truncation limit,
*> never above the 9 slots the tables physically hold. NODEPOOL=0
*> selects the per-node allocation path over the node pool.
ApplyConfigParameter.
       IF FUNCTION TRIM(CFG-NAME) EQUAL TO "STACKLIMIT"
       AND CFG-VALUE > 0
               MOVE CFG-VALUE TO STACK-LIMIT
           END-IF
           DISPLAY "CONFIG OVERRIDE: STACKLIMIT = " STACK-LIMIT
       END-IF
       IF FUNCTION TRIM(CFG-NAME) EQUAL TO "NODEPOOL"
           IF CFG-VALUE EQUAL TO 0
               SET NodePoolOff TO TRUE
               DISPLAY "CONFIG OVERRIDE: NODEPOOL = 0 (PER-NODE ALLOCATE)"
           ELSE
               SET NodePoolOn TO TRUE
           END-IF
       END-IF.

COPY "alertAppend.cpy".
       ACCEPT WS-CSVDATE FROM DATE YYYYMMDD
       ACCEPT WS-CSVTIME FROM TIME
       STRING "5" "," WS-CSVPART "," "2022/data/input_day_five" ","
           FUNCTION TRIM(CSV-QUOTED, TRAILING) "," WS-CSVDATE WS-CSVTIME "," WS-CSVRUNID "," PROGRAM-VERSION
           DELIMITED BY SIZE INTO WS-CSVLINE
       ACCEPT WS-CSVFILENAME FROM ENVIRONMENT "AOCCSVFILE"
           ON EXCEPTION
       IF WS-CSVFILENAME EQUAL TO SPACES
           MOVE "results/results.csv" TO WS-CSVFILENAME
       END-IF
       SET CHAIN-CSV TO TRUE
       PERFORM ReadCsvChainTail
       MOVE WS-CSVLINE TO CHAIN-TEXT
       PERFORM AttachChainHash
       MOVE CHAIN-RECORD TO WS-CSVLINE
       OPEN EXTEND CSVFILE
       IF CSV-STATUS NOT EQUAL TO 0
           OPEN OUTPUT CSVFILE
           IF CSV-STATUS EQUAL TO 0
               WRITE CSV-RECORD FROM
                   "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
           END-IF
       END-IF
       WRITE CSV-RECORD FROM WS-CSVLINE
ReadHeaderLine.
       READ DATAFILE INTO HEADER-LINE
           AT END MOVE SPACES TO HEADER-LINE
           NOT AT END ADD 1 TO WS-RECORDSREAD
       END-READ
       COMPUTE HEADER-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(HEADER-LINE))
       IF HEADER-LINE-LEN > 0
           DISPLAY "ALLOCATION FAILURE: UNABLE TO CREATE STACK TABLE"
           MOVE 2 TO RETURN-CODE
           CLOSE DATAFILE
           PERFORM ReleaseNodePool
           GOBACK
       END-IF
       SET ANCHOR-TABLE2 TO ADDRSS
           NEXT SENTENCE
       END-IF
       MOVE WS-MOVESEQ TO L-STAT-MOVES
       MOVE 0 TO L-STAT-POOLPEAK
       MOVE 0 TO L-STAT-POOLREUSE
       MOVE 0 TO L-STAT-POOLEXHAUST
       MOVE WS-CRATES-MOVED TO L-STAT-CRATES
       MOVE 0 TO L-STAT-PUSHES
       MOVE 0 TO L-STAT-POPS
           END-IF
       END-PERFORM.

*> Opens the snapshot file and writes the starting stacks as move 0;
*> a file that will not open leaves the replay itself untouched.
OpenStackSnapshot.
       OPEN OUTPUT SnapshotFile
       IF WS-SnapshotStatus NOT EQUAL TO 0
           DISPLAY "Error " WS-SnapshotStatus
               ": unable to open snapshot file "
               FUNCTION TRIM(WS-SNAPSHOTNAME) ". Replaying without it."
           NEXT SENTENCE
       END-IF
       MOVE 'Y' TO SNAPSHOT-ON
       PERFORM WriteStackSnapshot.

*> One snapshot line: the move count so far, then every stack of the
*> primary table walked from its anchor (the top crate) down.
WriteStackSnapshot.
       MOVE WS-MOVESEQ TO SNAPSHOT-SEQ
       MOVE SPACES TO SNAPSHOT-LINE
       MOVE 1 TO SNAPSHOT-PTR
       STRING SNAPSHOT-SEQ DELIMITED BY SIZE
           INTO SNAPSHOT-LINE WITH POINTER SNAPSHOT-PTR
       PERFORM VARYING SNAPSHOT-COL FROM 1 BY 1
           UNTIL SNAPSHOT-COL > L-NLINKED
           STRING "|" DELIMITED BY SIZE
               INTO SNAPSHOT-LINE WITH POINTER SNAPSHOT-PTR
           SET ANCHOR-TABLE TO ANCHOR-TABLE-REF
           COMPUTE INCREMENT = NBYTES-NODE * (SNAPSHOT-COL - 1)
           SET ANCHOR-TABLE UP BY INCREMENT
           SET ADDRESS OF ANCHOR TO ANCHOR-TABLE
           SET ANCHOR-TMP TO ANCHOR
           PERFORM WITH TEST BEFORE UNTIL (ANCHOR-TMP = NULL)
           OR SNAPSHOT-PTR > 200
               SET ADDRESS OF NODE TO ANCHOR-TMP
               MOVE NODE-DATA TO SNAPSHOT-LINE(SNAPSHOT-PTR:1)
               ADD 1 TO SNAPSHOT-PTR
               SET ANCHOR-TMP TO NEXT-ITEM
           END-PERFORM
       END-PERFORM
       WRITE SnapshotRecord FROM SNAPSHOT-LINE.

*> The whole-run invariant CheckMoveValid's per-move guards cannot
*> see: start count equals end count, or the run is flagged.
ReconcileCrateCount.
           MOVE 3 TO RETURN-CODE
       END-IF.

*> The node pool's figures for the caller's stats area, taken once
*> every table has been released so the reuse count covers the whole
*> run; zero when the per-node path was selected.
FillCallerPoolStats.
       IF ADDRESS OF L-STATS EQUALS TO NULL
           NEXT SENTENCE
       END-IF
       IF NodePoolOn
           MOVE POOL-PEAK TO L-STAT-POOLPEAK
           MOVE POOL-REUSED TO L-STAT-POOLREUSE
           MOVE POOL-EXHAUSTED TO L-STAT-POOLEXHAUST
       END-IF.

*> Walks the named source stack node-by-node so CheckMoveValid can
*> reject a move whose quantity would try to pop more elements than
*> the stack actually holds, instead of PopLinkedStack silently no-op
               MOVE WS-DES TO STACK-STAT-IDX
               PERFORM PushExistingLinkedStack
           END-PERFORM
           IF LINEAGE-ON EQUAL TO 'Y'
               MOVE 1 TO LN-T
               PERFORM LineageLiftEach
           END-IF
       END-IF.

SwitchElementByBlockLinkedStack.

           MOVE WS-DES TO STACK-STAT-IDX
           PERFORM GluLinkedStack
           IF LINEAGE-ON EQUAL TO 'Y'
               MOVE 2 TO LN-T
               PERFORM LineageLiftBlock
           END-IF
       END-IF.

*> Combined-mode twin of SwitchElementByBlockLinkedStack, applying the
           SET ADDRESS OF ANCHOR TO ANCHOR-TABLE2

           PERFORM GluLinkedStack
           IF LINEAGE-ON EQUAL TO 'Y'
               MOVE 2 TO LN-T
               PERFORM LineageLiftBlock
           END-IF
       END-IF.

*> Replays the move list once per model in the crane catalog and
*> reports what each would have left on top. The part's own answer,
*> statistics and CSV row are already settled by this point; the
*> model replays run untracked on their own table.
RunCraneCatalog.
       PERFORM LoadCraneModels
       IF CM-MODEL-COUNT EQUAL TO 0
           DISPLAY "CRANE CATALOG " FUNCTION TRIM(WS-CRANEMODELNAME)
               " HAS NO USABLE MODELS"
           NEXT SENTENCE
       END-IF
       DISPLAY "--- CRANE MODEL CATALOG ---"
       MOVE 0 TO STACK-STAT-IDX
       PERFORM VARYING CM-IDX FROM 1 BY 1 UNTIL CM-IDX > CM-MODEL-COUNT
           PERFORM ReplayCraneModel
       END-PERFORM.

LoadCraneModels.
       MOVE 0 TO CM-MODEL-COUNT
       OPEN INPUT CraneModelFile
       IF WS-CraneModelStatus NOT EQUAL TO 0
           DISPLAY "Error " WS-CraneModelStatus
               ": unable to open crane catalog "
               FUNCTION TRIM(WS-CRANEMODELNAME) "."
           NEXT SENTENCE
       END-IF
       MOVE 'N' TO CM-EOF
       PERFORM UNTIL CM-EOF EQUAL TO 'Y'
           READ CraneModelFile INTO CM-LINE
               AT END MOVE 'Y' TO CM-EOF
               NOT AT END
                   IF CM-LINE(1:1) NOT EQUAL TO '*'
                   AND CM-LINE NOT EQUAL TO SPACES
                       PERFORM AddCraneModel
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CraneModelFile.

*> A model with no lift capacity or an unknown rule cannot replay
*> anything meaningful, so it is reported and left out.
AddCraneModel.
       MOVE SPACES TO CM-FIELDS
       UNSTRING CM-LINE DELIMITED BY '|'
           INTO CM-F-NAME CM-F-MAXLIFT CM-F-RULE CM-F-DESC
       END-UNSTRING
       IF FUNCTION TRIM(CM-F-RULE) NOT EQUAL TO "ONE"
       AND FUNCTION TRIM(CM-F-RULE) NOT EQUAL TO "BLOCK"
           DISPLAY "CRANE MODEL " FUNCTION TRIM(CM-F-NAME)
               " SKIPPED: RULE MUST BE ONE OR BLOCK"
           NEXT SENTENCE
       END-IF
       IF FUNCTION NUMVAL(CM-F-MAXLIFT) < 1
       OR FUNCTION NUMVAL(CM-F-MAXLIFT) > 99
           DISPLAY "CRANE MODEL " FUNCTION TRIM(CM-F-NAME)
               " SKIPPED: MAXLIFT MUST BE 1 TO 99"
           NEXT SENTENCE
       END-IF
       IF CM-MODEL-COUNT >= 20
           DISPLAY "CRANE MODEL " FUNCTION TRIM(CM-F-NAME)
               " SKIPPED: CATALOG HOLDS 20 MODELS"
           NEXT SENTENCE
       END-IF
       ADD 1 TO CM-MODEL-COUNT
       MOVE CM-F-NAME TO CM-NAME(CM-MODEL-COUNT)
       COMPUTE CM-MAXLIFT(CM-MODEL-COUNT) = FUNCTION NUMVAL(CM-F-MAXLIFT)
       MOVE FUNCTION TRIM(CM-F-RULE) TO CM-RULE(CM-MODEL-COUNT)
       MOVE CM-F-DESC TO CM-DESC(CM-MODEL-COUNT).

*> One model's full replay: a fresh table from L-INPUT, every move
*> line of the data file (honouring AOC2022DAY5STOPAT like the main
*> replay), then the top crates read off and the table released.
ReplayCraneModel.
       PERFORM CreateModelTable
       MOVE 0 TO CM-MOVES
       MOVE 0 TO CM-LIFTS
       OPEN INPUT DATAFILE
       MOVE 'N' TO CM-EOF
       PERFORM UNTIL CM-EOF EQUAL TO 'Y'
           READ DATAFILE INTO F-DATA
               AT END MOVE 'Y' TO CM-EOF
               NOT AT END
                   IF F-DATA(1:1) EQUAL TO 'm'
                   AND (WS-STOPAT EQUAL TO 0 OR CM-MOVES < WS-STOPAT)
                       ADD 1 TO CM-MOVES
                       PERFORM ApplyModelMove
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DATAFILE

       MOVE SPACES TO CM-RESULT
       PERFORM VARYING CM-STACKNO FROM 1 BY 1
           UNTIL CM-STACKNO > L-NLINKED
           PERFORM PointModelStack
           IF ANCHOR NOT EQUALS TO NULL
               SET ADDRESS OF NODE TO ANCHOR
               STRING CM-RESULT NODE-DATA DELIMITED BY " "
               INTO CM-RESULT
           END-IF
       END-PERFORM
       MOVE CM-MAXLIFT(CM-IDX) TO CM-MAXLIFT-DISPLAY
       MOVE CM-LIFTS TO CM-LIFTS-DISPLAY
       DISPLAY "[2022-05-" FUNCTION TRIM(CM-NAME(CM-IDX)) "] "
           "MAXLIFT " FUNCTION TRIM(CM-MAXLIFT-DISPLAY)
           " " FUNCTION TRIM(CM-RULE(CM-IDX))
           " - TOP CRATE: " FUNCTION TRIM(CM-RESULT)
           ", LIFTS " FUNCTION TRIM(CM-LIFTS-DISPLAY, LEADING)
       IF DIAG-CAPTURE EQUAL TO 'Y'
           MOVE SPACES TO DIAG-LINE
           STRING "CRANE " FUNCTION TRIM(CM-NAME(CM-IDX))
               " TOP CRATE: " FUNCTION TRIM(CM-RESULT)
               " LIFTS " FUNCTION TRIM(CM-LIFTS-DISPLAY, LEADING)
               DELIMITED BY SIZE INTO DIAG-LINE
           PERFORM AppendDiagLine
       END-IF

       PERFORM VARYING CM-STACKNO FROM 1 BY 1
           UNTIL CM-STACKNO > L-NLINKED
           PERFORM PointModelStack
           PERFORM FreeLinkedStack
       END-PERFORM
       SET ADDRSS TO ANCHOR-TABLE-REF3
       FREE ADDRSS
       SET ANCHOR-TMP TO NULL.

CreateModelTable.
       COMPUTE NBYTES-ANCHOR-TABLE3 = NBYTES-NODE * L-NLINKED
       ALLOCATE NBYTES-ANCHOR-TABLE3 CHARACTERS RETURNING ADDRSS
       IF ADDRSS EQUALS TO NULL
           DISPLAY "ALLOCATION FAILURE: UNABLE TO CREATE STACK TABLE"
           MOVE 2 TO RETURN-CODE
           PERFORM ReleaseNodePool
           GOBACK
       END-IF
       SET ANCHOR-TABLE3 TO ADDRSS
       SET ANCHOR-TABLE-REF3 TO ANCHOR-TABLE3

       MOVE 1 TO POINTER-FOR-UNSTRING
       PERFORM L-NLINKED TIMES
           MOVE ZEROES TO WS-DATALEN
           MOVE SPACES TO WS-DATA
           UNSTRING L-INPUT DELIMITED BY ALL ' ' INTO WS-DATA
           WITH POINTER POINTER-FOR-UNSTRING
           INSPECT WS-DATA TALLYING WS-DATALEN FOR CHARACTERS BEFORE ' '

           SET ADDRESS OF ANCHOR TO ANCHOR-TABLE3
           PERFORM CreateLinkedStack
           SET ANCHOR-TABLE3 UP BY NBYTES-NODE
       END-PERFORM.

*> Points ANCHOR at stack CM-STACKNO of the model table.
PointModelStack.
       SET ANCHOR-TABLE3 TO ANCHOR-TABLE-REF3
       COMPUTE INCREMENT = NBYTES-NODE * (CM-STACKNO - 1)
       SET ANCHOR-TABLE3 UP BY INCREMENT
       SET ADDRESS OF ANCHOR TO ANCHOR-TABLE3.

*> Splits one move into lifts under the current model's rule. Moves
*> the main replay rejected are skipped silently here - they were
*> already reported once.
ApplyModelMove.
       UNSTRING F-DATA DELIMITED BY ' '
       INTO
           UNSTRING_DUMPSTER WS-QUANTITY
           UNSTRING_DUMPSTER WS-SRC
           UNSTRING_DUMPSTER WS-DES
       IF WS-QUANTITY = 0 OR WS-SRC = 0 OR WS-DES = 0
       OR WS-SRC > L-NLINKED OR WS-DES > L-NLINKED
           NEXT SENTENCE
       END-IF
       MOVE WS-SRC TO CM-STACKNO
       PERFORM PointModelStack
       MOVE 0 TO CM-DEPTH
       SET ANCHOR-TMP TO ANCHOR
       PERFORM WITH TEST BEFORE UNTIL (ANCHOR-TMP = NULL)
           ADD 1 TO CM-DEPTH
           SET ADDRESS OF NODE TO ANCHOR-TMP
           SET ANCHOR-TMP TO NEXT-ITEM
       END-PERFORM
       IF WS-QUANTITY > CM-DEPTH
           NEXT SENTENCE
       END-IF

       MOVE WS-QUANTITY TO CM-REMAIN
       IF CM-REMAIN <= CM-MAXLIFT(CM-IDX)
           MOVE CM-REMAIN TO CM-CHUNK
           PERFORM ModelLift
       ELSE
           IF CM-RULE(CM-IDX) EQUAL TO "ONE"
               MOVE 1 TO CM-CHUNK
           ELSE
               MOVE CM-MAXLIFT(CM-IDX) TO CM-CHUNK
           END-IF
           PERFORM UNTIL CM-REMAIN EQUAL TO 0
               IF CM-CHUNK > CM-REMAIN
                   MOVE CM-REMAIN TO CM-CHUNK
               END-IF
               PERFORM ModelLift
           END-PERFORM
       END-IF.

*> One lift: the top CM-CHUNK crates of the source land on the
*> destination in the order they were stacked.
ModelLift.
       SET ANCHOR-TMP TO NULL
       MOVE WS-SRC TO CM-STACKNO
       PERFORM PointModelStack
       MOVE CM-CHUNK TO TMP-CNT
       PERFORM CutLinkedStack

       MOVE WS-DES TO CM-STACKNO
       PERFORM PointModelStack
       PERFORM GluLinkedStack
       SUBTRACT CM-CHUNK FROM CM-REMAIN
       ADD 1 TO CM-LIFTS.

*> Opens the lineage file for appending and seeds both crate-id
*> shadow tables from L-INPUT, splitting it exactly the way the
*> stack-creation loop does so every id sits where its crate's node
*> was pushed. Each crane this part replays gets its header and one
*> starting record per crate.
SeedCrateLineage.
       OPEN EXTEND LineageFile
       IF WS-LineageStatus NOT EQUAL TO 0
           OPEN OUTPUT LineageFile
       END-IF
       IF WS-LineageStatus NOT EQUAL TO 0
           DISPLAY "Error " WS-LineageStatus ": unable to open lineage file "
               FUNCTION TRIM(WS-LINEAGENAME) ". Lineage not recorded."
           MOVE 'N' TO LINEAGE-ON
       ELSE
           MOVE 'Y' TO LINEAGE-ON
           MOVE 'N' TO LN-ACTIVE(1)
           MOVE 'N' TO LN-ACTIVE(2)
           MOVE "9000" TO LN-CRANE(1)
           MOVE "9001" TO LN-CRANE(2)
           IF L-PART EQUAL TO 1 OR L-PART EQUAL TO 3
               MOVE 'Y' TO LN-ACTIVE(1)
           END-IF
           IF L-PART EQUAL TO 2 OR L-PART EQUAL TO 3
               MOVE 'Y' TO LN-ACTIVE(2)
           END-IF
           MOVE 0 TO LN-CRATE-COUNT
           MOVE 1 TO LN-POINTER
           PERFORM VARYING LN-COL FROM 1 BY 1 UNTIL LN-COL > 9
               MOVE 0 TO LN-HEIGHT(1, LN-COL)
               MOVE 0 TO LN-HEIGHT(2, LN-COL)
           END-PERFORM
           PERFORM VARYING LN-COL FROM 1 BY 1 UNTIL LN-COL > L-NLINKED
               MOVE 0 TO LN-DATALEN
               MOVE SPACES TO LN-DATA
               UNSTRING L-INPUT DELIMITED BY ALL ' ' INTO LN-DATA
                   WITH POINTER LN-POINTER
               INSPECT LN-DATA TALLYING LN-DATALEN FOR CHARACTERS BEFORE ' '
               PERFORM VARYING LN-LEVEL FROM 1 BY 1
                   UNTIL LN-LEVEL > LN-DATALEN OR LN-CRATE-COUNT >= 180
                   ADD 1 TO LN-CRATE-COUNT
                   MOVE LN-DATA(LN-LEVEL:1)
                       TO LN-CRATE-LETTER(LN-CRATE-COUNT)
                   MOVE LN-LEVEL TO LN-HEIGHT(1, LN-COL)
                   MOVE LN-LEVEL TO LN-HEIGHT(2, LN-COL)
                   MOVE LN-CRATE-COUNT TO LN-SLOT(1, LN-COL, LN-LEVEL)
                   MOVE LN-CRATE-COUNT TO LN-SLOT(2, LN-COL, LN-LEVEL)
               END-PERFORM
           END-PERFORM
           ACCEPT LN-RUNID FROM ENVIRONMENT "AOCRUNID"
               ON EXCEPTION
                   MOVE SPACES TO LN-RUNID
           END-ACCEPT
           IF LN-RUNID EQUAL TO SPACES
               MOVE "000000" TO LN-RUNID
           END-IF
           ACCEPT LN-DATE FROM DATE YYYYMMDD
           ACCEPT LN-TIME FROM TIME
           PERFORM VARYING LN-T FROM 1 BY 1 UNTIL LN-T > 2
               IF LN-ACTIVE(LN-T) EQUAL TO 'Y'
                   MOVE SPACES TO LINEAGE-LINE
                   STRING "H|" FUNCTION TRIM(LN-CRANE(LN-T)) "|" LN-RUNID
                       "|" LN-DATE "|" LN-TIME(1:6) "|"
                       FUNCTION TRIM(WS-DATAFILENAME)
                       DELIMITED BY SIZE INTO LINEAGE-LINE
                   WRITE LineageRecord FROM LINEAGE-LINE
                   PERFORM VARYING LN-COL FROM 1 BY 1
                       UNTIL LN-COL > L-NLINKED
                       PERFORM VARYING LN-LEVEL FROM 1 BY 1
                           UNTIL LN-LEVEL > LN-HEIGHT(LN-T, LN-COL)
                           MOVE "S" TO LINEAGE-LINE
                           PERFORM WriteLineagePosition
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
       END-IF.

*> One crate-position record ("S" or "F", already in LINEAGE-LINE's
*> first byte) for the crate at LN-LEVEL of stack LN-COL in table
*> LN-T.
WriteLineagePosition.
       MOVE LN-SLOT(LN-T, LN-COL, LN-LEVEL) TO LN-ID
       MOVE LINEAGE-LINE(1:1) TO LN-DATA
       MOVE SPACES TO LINEAGE-LINE
       STRING LN-DATA(1:1) "|" FUNCTION TRIM(LN-CRANE(LN-T)) "|" LN-ID "|"
           LN-CRATE-LETTER(LN-ID) "|" LN-COL(3:1) "|" LN-LEVEL
           DELIMITED BY SIZE INTO LINEAGE-LINE
       WRITE LineageRecord FROM LINEAGE-LINE.

*> The one-crate-at-a-time crane in the shadow table: each lift takes
*> the top id off the source and drops it on the destination, so the
*> block lands reversed, as PopLinkedStack/PushExistingLinkedStack
*> leave it.
LineageLiftEach.
       PERFORM WS-QUANTITY TIMES
           MOVE LN-HEIGHT(LN-T, WS-SRC) TO LN-LEVEL
           MOVE LN-SLOT(LN-T, WS-SRC, LN-LEVEL) TO LN-ID
           SUBTRACT 1 FROM LN-HEIGHT(LN-T, WS-SRC)
           ADD 1 TO LN-HEIGHT(LN-T, WS-DES)
           MOVE LN-ID TO LN-SLOT(LN-T, WS-DES, LN-HEIGHT(LN-T, WS-DES))
           PERFORM WriteLineageMove
       END-PERFORM.

*> The block crane in the shadow table: the top WS-QUANTITY ids move
*> together, keeping their order, as CutLinkedStack/GluLinkedStack
*> leave them.
LineageLiftBlock.
       COMPUTE LN-BASE = LN-HEIGHT(LN-T, WS-SRC) - WS-QUANTITY
       PERFORM VARYING LN-K FROM 1 BY 1 UNTIL LN-K > WS-QUANTITY
           MOVE LN-SLOT(LN-T, WS-SRC, LN-BASE + LN-K) TO LN-ID
           ADD 1 TO LN-HEIGHT(LN-T, WS-DES)
           MOVE LN-ID TO LN-SLOT(LN-T, WS-DES, LN-HEIGHT(LN-T, WS-DES))
           PERFORM WriteLineageMove
       END-PERFORM
       MOVE LN-BASE TO LN-HEIGHT(LN-T, WS-SRC).

WriteLineageMove.
       MOVE SPACES TO LINEAGE-LINE
       STRING "M|" FUNCTION TRIM(LN-CRANE(LN-T)) "|" LN-ID "|"
           LN-CRATE-LETTER(LN-ID) "|" WS-MOVESEQ "|" WS-SRC "|" WS-DES
           DELIMITED BY SIZE INTO LINEAGE-LINE
       WRITE LineageRecord FROM LINEAGE-LINE.

*> Final resting place of every crate, per crane replayed, then the
*> file is closed for the inquiry to read.
CloseCrateLineage.
       PERFORM VARYING LN-T FROM 1 BY 1 UNTIL LN-T > 2
           IF LN-ACTIVE(LN-T) EQUAL TO 'Y'
               PERFORM VARYING LN-COL FROM 1 BY 1
                   UNTIL LN-COL > L-NLINKED
                   PERFORM VARYING LN-LEVEL FROM 1 BY 1
                       UNTIL LN-LEVEL > LN-HEIGHT(LN-T, LN-COL)
                       MOVE "F" TO LINEAGE-LINE
                       PERFORM WriteLineagePosition
                   END-PERFORM
               END-PERFORM
           END-IF
       END-PERFORM
       CLOSE LineageFile
       MOVE 'N' TO LINEAGE-ON
       DISPLAY "CRATE LINEAGE WRITTEN TO " FUNCTION TRIM(WS-LINEAGENAME).

COPY "csvQuote.cpy".

*> Translates WS-FileStatus into a short description, using the
