       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPHANSWEEP.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalogFile ASSIGN TO "tools/data/catalog"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCatalogStatus.
           SELECT PolicyFile ASSIGN TO "tools/data/retention"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPolicyStatus.
           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT SourceFile ASSIGN TO WSSourceName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSourceStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CatalogFile.
       01 CatalogRecord PIC X(160).
       FD PolicyFile.
       01 PolicyRecord PIC X(80).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD SourceFile.
       01 SourceRecord PIC X(256).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> The other half of CATALOGREPORT: that report flags cataloged
      *> datasets gone from disk, this sweep flags files on disk that
      *> nothing accounts for. Every file under results/, 2022/data,
      *> 2025/data and tools/data is checked against
      *>   - the catalog (tools/data/catalog), by path;
      *>   - the retention policy (tools/data/retention): a plain
      *>     path, a YYYYMMDD pattern, DIAGBUNDLES for results/diag_*
      *>     and GENERATIONS for the numbered BASE.Gnnnn copies - plus
      *>     the files governed outside that policy: the dated run logs
      *>     LOGARCHIVE consolidates, the spool SPOOLVIEW purges and
      *>     the driver's output lock;
      *>   - the day registry: a year's data file named for a
      *>     registered day of that year (input_day_one, work_sort_
      *>     day_one, ...) belongs to that day's program.
      *> Each orphan is listed with its size, its age in days off its
      *> last-written date, and a best-guess owner from its name - the
      *> day its name carries, else the owner of the cataloged dataset
      *> in the same directory its name shares the longest stem with -
      *> and a proposed action: a dated or backup copy of a known
      *> dataset wants a retention rule, a file with a likely owner
      *> wants cataloging under it, a file nobody can be guessed for is
      *> a delete candidate. The sweep also lists the catalog entries
      *> whose OWNER is gone: a day owner ("DAYONE 2022") no longer in
      *> the day registry for its year or with no source carrying its
      *> PROGRAM-ID in that year's tree, a tool owner with no source
      *> in any tree. Shared owners (ALL PROGRAMS, DAY PROGRAMS,
      *> OPERATIONS) are not checked.
      *>   ORPHANSWEEP              report only
      *>   ORPHANSWEEP --delete     then offers each delete candidate
      *>                            for removal, one Y/N at a time
      *>                            (SENIOR role, through AUTHCHECK)
      *> Orphans or gone owners raise ORPHANS and RC 1; every file
      *> removed is logged as ORPHDEL.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSDeleteMode PIC A VALUE 'N'.
       01 WSSweepRc PIC 9 VALUE 0.

       01 WSCatalogStatus PIC 99.
       01 WSPolicyStatus PIC 99.
       01 WSSourceStatus PIC 99.
       01 WSSourceName PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(256).
       01 WSTrimLine PIC X(256).
       01 WSFld1 PIC X(60).
       01 WSFld2 PIC X(60).
       01 WSFld3 PIC X(60).

       01 WSToday PIC X(8).
       01 WSTodayInt PIC 9(8).
       01 WSWho PIC X(20) VALUE SPACES.

      *> The directories swept, in report order; a year directory's
      *> files are checked against that year's registered days.
       01 WSSweepTable.
           05 FILLER PIC X(12) VALUE "results".
           05 FILLER PIC X(12) VALUE "2022/data".
           05 FILLER PIC X(12) VALUE "2025/data".
           05 FILLER PIC X(12) VALUE "tools/data".
       01 WSSweepLookup REDEFINES WSSweepTable.
           05 WSSweepDir OCCURS 4 TIMES PIC X(12).
       01 WSSweepIdx PIC 9.
       01 WSSweepYear PIC X(4).
       01 WSSweptCount PIC 9(4) VALUE 0.

      *> Files whose clean-up is some other program's job rather than
      *> a retention rule's (see the note in tools/data/retention).
       01 WSGovernedTable.
           05 FILLER.
               10 FILLER PIC X(40) VALUE "results/run_YYYYMMDD.log".
               10 FILLER PIC X(12) VALUE "LOGARCHIVE".
           05 FILLER.
               10 FILLER PIC X(40) VALUE "results/spool_*".
               10 FILLER PIC X(12) VALUE "SPOOLVIEW".
           05 FILLER.
               10 FILLER PIC X(40) VALUE "results/output.lock".
               10 FILLER PIC X(12) VALUE "MAINCOB".
       01 WSGovernedLookup REDEFINES WSGovernedTable.
           05 WSGovernedEntry OCCURS 3 TIMES.
               10 WSGovernedPattern PIC X(40).
               10 WSGovernedBy PIC X(12).
       01 WSGovernedIdx PIC 9.

      *> The catalog's paths and owners.
       01 WSCatTable.
           05 WSCatCount PIC 9(3) VALUE 0.
           05 WSCatEntry OCCURS 300 TIMES.
               10 WSCatPath PIC X(60).
               10 WSCatOwner PIC X(20).
       01 WSCatIdx PIC 9(3).

      *> The retention policy's patterns.
       01 WSPolTable.
           05 WSPolCount PIC 9(3) VALUE 0.
           05 WSPolEntry OCCURS 100 TIMES.
               10 WSPolPattern PIC X(60).
       01 WSPolIdx PIC 9(3).

      *> Every PROGRAM-ID built from the three source trees, with the
      *> tree it was found in.
       01 WSTreeTable.
           05 FILLER PIC X(5) VALUE "2022".
           05 FILLER PIC X(5) VALUE "2025".
           05 FILLER PIC X(5) VALUE "tools".
       01 WSTreeLookup REDEFINES WSTreeTable.
           05 WSTreeName OCCURS 3 TIMES PIC X(5).
       01 WSTreeIdx PIC 9.
       01 WSPgmTable.
           05 WSPgmCount PIC 9(3) VALUE 0.
           05 WSPgmEntry OCCURS 400 TIMES.
               10 WSPgmTree PIC X(5).
               10 WSPgmId PIC X(20).
       01 WSPgmIdx PIC 9(3).
       01 WSPgmFound PIC A.
       01 WSCurProgram PIC X(20).

      *> One candidate file: its path and name, then the verdicts.
       01 WSCandPath PIC X(80).
       01 WSCandName PIC X(80).
       01 WSCandLen PIC 9(3).
       01 WSNameLen PIC 9(3).
       01 WSAccounted PIC A.
       01 WSPattern PIC X(60).
       01 WSWorkPattern PIC X(80).
       01 WSPatLen PIC 9(3).
       01 WSPatternHit PIC A.
       01 WSTokenPos PIC 9(3).
       01 WSScan PIC 9(3).

      *> CBL_CHECK_FILE_EXIST's reply area (the RETENTION layout):
      *> size then the day/month/year/time the file was last written.
       01 WSFileInfo.
           05 WSFileSize PIC X(8) COMP-X.
           05 WSFileDay PIC X COMP-X.
           05 WSFileMonth PIC X COMP-X.
           05 WSFileYear PIC XX COMP-X.
           05 WSFileTime PIC X(4).
       01 WSModDate PIC 9(8).

      *> The day a file's name carries ("_day_" then the day's word).
       01 WSDayPos PIC 9(3).
       01 WSDayNum PIC 99.
       01 WSDayScan PIC 99.
       01 WSWordLen PIC 99.
       01 WSWordEnd PIC X.
       01 WSRegIdx PIC 99.
       01 WSRegFound PIC 99.

      *> Owner guess off the longest shared stem with a cataloged
      *> name in the same directory.
       01 WSGuessOwner PIC X(20).
       01 WSBestStem PIC 9(3).
       01 WSStemLen PIC 9(3).
       01 WSDirLen PIC 9(3).
       01 WSCatName PIC X(60).
       01 WSCopyOf PIC A.
       01 WSDated PIC A.
       01 WSWordText PIC X(12).

      *> The orphans, kept in path order.
       01 WSOrphanTable.
           05 WSOrphanCount PIC 9(3) VALUE 0.
           05 WSOrphanEntry OCCURS 500 TIMES.
               10 WSOrphanPath PIC X(80).
               10 WSOrphanSize PIC 9(12).
               10 WSOrphanAge PIC 9(5).
               10 WSOrphanOwner PIC X(20).
               10 WSOrphanAction PIC X.
                   88 OrphanWantsRetention VALUE 'R'.
                   88 OrphanWantsCatalog VALUE 'C'.
                   88 OrphanWantsDelete VALUE 'D'.
       01 WSOrphanIdx PIC 9(3).
       01 WSOrphanShift PIC 9(3).
       01 WSOrphanOverflow PIC A VALUE 'N'.
       01 WSWork.
           05 WSWorkPath PIC X(80).
           05 WSWorkSize PIC 9(12).
           05 WSWorkAge PIC 9(5).
           05 WSWorkOwner PIC X(20).
           05 WSWorkAction PIC X.
       01 WSRetentionCount PIC 9(3) VALUE 0.
       01 WSCatalogCount PIC 9(3) VALUE 0.
       01 WSDeleteCount PIC 9(3) VALUE 0.
       01 WSGoneCount PIC 9(3) VALUE 0.
       01 WSDeletedCount PIC 9(3) VALUE 0.
       01 WSCurDir PIC X(12).

      *> Catalog owner check: "PROGRAM YEAR" or "PROGRAM".
       01 WSOwnerProgram PIC X(20).
       01 WSOwnerYear PIC X(20).
       01 WSGoneReason PIC X(60).

       01 WSAgeDisplay PIC Z(4)9.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSSizeDisplay.
       01 WSConfirm PIC X.
       01 WSDeleteRc PIC 9(8) COMP.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20) VALUE "ORPHAN DELETE".
           05 WSAuthRole PIC X(10) VALUE "SENIOR".
           05 WSAuthOk PIC X.

       COPY "dayRegistry.cpy".
       COPY "onboardSet.cpy".
       COPY "dirList.cpy".
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           ACCEPT WSToday FROM DATE YYYYMMDD
           COMPUTE WSTodayInt =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WSToday))
           ACCEPT WSWho FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSWho
           END-ACCEPT
           IF WSWho EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSWho
           END-IF
           PERFORM LoadCatalog
           PERFORM LoadRetentionPolicy
           PERFORM LoadDayRegistry
           PERFORM VARYING WSTreeIdx FROM 1 BY 1 UNTIL WSTreeIdx > 3
               PERFORM CollectTreePrograms
           END-PERFORM

           PERFORM VARYING WSSweepIdx FROM 1 BY 1 UNTIL WSSweepIdx > 4
               PERFORM SweepOneDirectory
           END-PERFORM

           DISPLAY "=== ORPHAN DATASET SWEEP " WSToday " ==="
           PERFORM ReportOrphans
           PERFORM ReportGoneOwners
           DISPLAY "=== " WSSweptCount " FILE(S) SWEPT, " WSOrphanCount
               " ORPHAN(S): " WSRetentionCount " FOR RETENTION, "
               WSCatalogCount " TO CATALOG, " WSDeleteCount
               " TO DELETE; " WSGoneCount " CATALOG OWNER(S) GONE ==="
           PERFORM RaiseOrphanEvent
           IF WSDeleteMode EQUAL TO 'Y'
               PERFORM DeleteCandidates
           ELSE
               IF WSDeleteCount > 0
                   DISPLAY "RERUN WITH --delete TO REMOVE THE DELETE "
                       "CANDIDATES, EACH CONFIRMED IN TURN."
               END-IF
           END-IF
           MOVE WSSweepRc TO RETURN-CODE
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--delete"
                       MOVE 'Y' TO WSDeleteMode
                   WHEN OTHER
                       DISPLAY "USAGE: ORPHANSWEEP [--delete]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadCatalog.
           MOVE 'N' TO WSEOF
           OPEN INPUT CatalogFile
           IF WSCatalogStatus NOT EQUAL TO 0
               DISPLAY "Error " WSCatalogStatus ": unable to open "
                   "tools/data/catalog. Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CatalogFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreOneCatalogEntry
               END-READ
           END-PERFORM
           CLOSE CatalogFile.

       StoreOneCatalogEntry.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
           OR WSCatCount >= 300
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           UNSTRING WSLine DELIMITED BY "|" INTO WSFld1 WSFld2
           ADD 1 TO WSCatCount
           MOVE WSFld1 TO WSCatPath(WSCatCount)
           MOVE WSFld2(1:20) TO WSCatOwner(WSCatCount).

      *> A missing policy file only means nothing is covered by one.
       LoadRetentionPolicy.
           MOVE 'N' TO WSEOF
           OPEN INPUT PolicyFile
           IF WSPolicyStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ PolicyFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreOnePolicy
               END-READ
           END-PERFORM
           CLOSE PolicyFile.

       StoreOnePolicy.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
           OR WSPolCount >= 100
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           UNSTRING WSLine DELIMITED BY "|" INTO WSFld1
           ADD 1 TO WSPolCount
           MOVE WSFld1 TO WSPolPattern(WSPolCount).

      *> The PROGRAM-ID of every .cob in the tree's source directory;
      *> it comes first in the source, so reading stops there.
       CollectTreePrograms.
           MOVE SPACES TO DIR-PATH
           STRING FUNCTION TRIM(WSTreeName(WSTreeIdx)) "/src/cobol"
               DELIMITED BY SIZE INTO DIR-PATH
           PERFORM OpenDirList
           PERFORM ReadDirEntry
           PERFORM UNTIL DIR-AT-END
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DIR-NAME)) TO WSNameLen
               IF DIR-IS-FILE AND WSNameLen > 4
               AND DIR-NAME(WSNameLen - 3:4) EQUAL TO ".cob"
                   PERFORM ReadProgramId
               END-IF
               PERFORM ReadDirEntry
           END-PERFORM
           PERFORM CloseDirList.

       ReadProgramId.
           MOVE SPACES TO WSSourceName
           STRING FUNCTION TRIM(DIR-PATH) "/" FUNCTION TRIM(DIR-NAME)
               DELIMITED BY SIZE INTO WSSourceName
           MOVE SPACES TO WSCurProgram
           MOVE 'N' TO WSEOF
           OPEN INPUT SourceFile
           IF WSSourceStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SourceFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE FUNCTION TRIM(WSLine, LEADING) TO WSTrimLine
                       IF WSTrimLine(1:11) EQUAL TO "PROGRAM-ID."
                           UNSTRING FUNCTION TRIM(WSTrimLine(12:))
                               DELIMITED BY "." OR ALL SPACE
                               INTO WSCurProgram
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SourceFile
           IF WSCurProgram NOT EQUAL TO SPACES AND WSPgmCount < 400
               ADD 1 TO WSPgmCount
               MOVE WSTreeName(WSTreeIdx) TO WSPgmTree(WSPgmCount)
               MOVE WSCurProgram TO WSPgmId(WSPgmCount)
           END-IF.

       SweepOneDirectory.
           MOVE SPACES TO WSSweepYear
           IF WSSweepDir(WSSweepIdx)(1:4) IS NUMERIC
               MOVE WSSweepDir(WSSweepIdx)(1:4) TO WSSweepYear
           END-IF
           MOVE WSSweepDir(WSSweepIdx) TO DIR-PATH
           PERFORM OpenDirList
           PERFORM ReadDirEntry
           PERFORM UNTIL DIR-AT-END
               IF DIR-IS-FILE
                   PERFORM CheckOneFile
               END-IF
               PERFORM ReadDirEntry
           END-PERFORM
           PERFORM CloseDirList.

      *> One file on disk: accounted for, or an orphan with its size,
      *> age, guessed owner and proposal.
       CheckOneFile.
           ADD 1 TO WSSweptCount
           MOVE DIR-NAME TO WSCandName
           MOVE SPACES TO WSCandPath
           STRING FUNCTION TRIM(WSSweepDir(WSSweepIdx)) "/"
               FUNCTION TRIM(DIR-NAME)
               DELIMITED BY SIZE INTO WSCandPath
           COMPUTE WSCandLen = FUNCTION LENGTH(FUNCTION TRIM(WSCandPath))
           COMPUTE WSNameLen = FUNCTION LENGTH(FUNCTION TRIM(WSCandName))
           MOVE 'N' TO WSAccounted
           PERFORM CheckCatalog
           IF WSAccounted EQUAL TO 'N'
               PERFORM CheckRetention
           END-IF
           IF WSAccounted EQUAL TO 'N'
               PERFORM CheckGoverned
           END-IF
           PERFORM FindNamedDay
           IF WSAccounted EQUAL TO 'N' AND WSRegFound > 0
               MOVE 'Y' TO WSAccounted
           END-IF
           IF WSAccounted EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           PERFORM GuessOwner
           PERFORM ProposeAction
           MOVE WSCandPath TO WSWorkPath
           MOVE 0 TO WSWorkSize
           MOVE 0 TO WSWorkAge
           CALL "CBL_CHECK_FILE_EXIST" USING WSCandPath WSFileInfo
           IF RETURN-CODE EQUAL TO 0
               MOVE WSFileSize TO WSWorkSize
               COMPUTE WSModDate =
                   WSFileYear * 10000 + WSFileMonth * 100 + WSFileDay
               IF WSModDate > 16010101
                   COMPUTE WSWorkAge = WSTodayInt
                       - FUNCTION INTEGER-OF-DATE(WSModDate)
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE WSGuessOwner TO WSWorkOwner
           PERFORM AddOrphan.

       CheckCatalog.
           PERFORM VARYING WSCatIdx FROM 1 BY 1
               UNTIL WSCatIdx > WSCatCount OR WSAccounted EQUAL TO 'Y'
               IF WSCatPath(WSCatIdx) EQUAL TO WSCandPath
                   MOVE 'Y' TO WSAccounted
               END-IF
           END-PERFORM.

      *> The two special patterns stand for the file families the
      *> RETENTION sweep walks itself.
       CheckRetention.
           PERFORM VARYING WSPolIdx FROM 1 BY 1
               UNTIL WSPolIdx > WSPolCount OR WSAccounted EQUAL TO 'Y'
               EVALUATE TRUE
                   WHEN WSPolPattern(WSPolIdx) EQUAL TO "DIAGBUNDLES"
                       MOVE "results/diag_*" TO WSPattern
                       PERFORM MatchPattern
                   WHEN WSPolPattern(WSPolIdx) EQUAL TO "GENERATIONS"
                       MOVE 'N' TO WSPatternHit
                       IF WSNameLen > 6
                       AND WSCandName(WSNameLen - 5:2) EQUAL TO ".G"
                       AND WSCandName(WSNameLen - 3:4) IS NUMERIC
                           MOVE 'Y' TO WSPatternHit
                       END-IF
                   WHEN OTHER
                       MOVE WSPolPattern(WSPolIdx) TO WSPattern
                       PERFORM MatchPattern
               END-EVALUATE
               MOVE WSPatternHit TO WSAccounted
           END-PERFORM.

       CheckGoverned.
           PERFORM VARYING WSGovernedIdx FROM 1 BY 1
               UNTIL WSGovernedIdx > 3 OR WSAccounted EQUAL TO 'Y'
               MOVE WSGovernedPattern(WSGovernedIdx) TO WSPattern
               PERFORM MatchPattern
               MOVE WSPatternHit TO WSAccounted
           END-PERFORM.

      *> WSCandPath against WSPattern: an exact path, a path with a
      *> YYYYMMDD token standing for any eight digits, or a prefix
      *> ending in "*".
       MatchPattern.
           MOVE 'N' TO WSPatternHit
           COMPUTE WSPatLen = FUNCTION LENGTH(FUNCTION TRIM(WSPattern))
           IF WSPattern(WSPatLen:1) EQUAL TO "*"
               IF WSCandLen >= WSPatLen
               AND WSCandPath(1:WSPatLen - 1)
                   EQUAL TO WSPattern(1:WSPatLen - 1)
                   MOVE 'Y' TO WSPatternHit
               END-IF
               NEXT SENTENCE
           END-IF
           IF WSCandLen NOT EQUAL TO WSPatLen
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSTokenPos
           PERFORM VARYING WSScan FROM 1 BY 1
               UNTIL WSScan + 7 > WSPatLen OR WSTokenPos > 0
               IF WSPattern(WSScan:8) EQUAL TO "YYYYMMDD"
                   MOVE WSScan TO WSTokenPos
               END-IF
           END-PERFORM
           MOVE WSPattern TO WSWorkPattern
           IF WSTokenPos > 0
               IF WSCandPath(WSTokenPos:8) IS NOT NUMERIC
                   NEXT SENTENCE
               END-IF
               MOVE WSCandPath(WSTokenPos:8)
                   TO WSWorkPattern(WSTokenPos:8)
           END-IF
           IF WSWorkPattern EQUAL TO WSCandPath
               MOVE 'Y' TO WSPatternHit
           END-IF.

      *> The day the name carries: "_day_" then a day's word, ended by
      *> the name's end, "_" or ".". Words are tried longest day first
      *> so "seventeen" is not read as "seven". WSDayNum is the day
      *> (0 for none); WSRegFound the registry entry when the file
      *> sits in that year's data directory and the day is
      *> registered for it.
       FindNamedDay.
           MOVE 0 TO WSDayNum
           MOVE 0 TO WSRegFound
           MOVE 0 TO WSDayPos
           PERFORM VARYING WSScan FROM 1 BY 1
               UNTIL WSScan + 4 > WSNameLen OR WSDayPos > 0
               IF WSCandName(WSScan:5) EQUAL TO "_day_"
                   COMPUTE WSDayPos = WSScan + 5
               END-IF
           END-PERFORM
           IF WSDayPos EQUAL TO 0 OR WSDayPos > WSNameLen
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSDayScan FROM 25 BY -1
               UNTIL WSDayScan EQUAL TO 0 OR WSDayNum > 0
               COMPUTE WSWordLen = FUNCTION LENGTH(
                   FUNCTION TRIM(ONB-DAY-WORD(WSDayScan)))
               IF WSDayPos + WSWordLen - 1 NOT > WSNameLen
               AND WSCandName(WSDayPos:WSWordLen)
                   EQUAL TO ONB-DAY-WORD(WSDayScan)(1:WSWordLen)
                   MOVE WSCandName(WSDayPos + WSWordLen:1) TO WSWordEnd
                   IF WSWordEnd EQUAL TO SPACE OR WSWordEnd EQUAL TO "_"
                   OR WSWordEnd EQUAL TO "."
                       MOVE WSDayScan TO WSDayNum
                   END-IF
               END-IF
           END-PERFORM
           IF WSDayNum EQUAL TO 0 OR WSSweepYear EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSRegIdx FROM 1 BY 1
               UNTIL WSRegIdx > WS-DayRegistryCount OR WSRegFound > 0
               IF WS-DayRegistryYear(WSRegIdx)
                   EQUAL TO FUNCTION NUMVAL(WSSweepYear)
               AND WS-DayRegistryDay(WSRegIdx) EQUAL TO WSDayNum
                   MOVE WSRegIdx TO WSRegFound
               END-IF
           END-PERFORM.

      *> A named day gives the day program ("DAYNINE 2022" for a day
      *> not registered yet); otherwise the owner of the cataloged
      *> dataset in the same directory sharing the longest stem, five
      *> characters at least. WSCopyOf is set when a cataloged name is
      *> the whole stem, followed by "." or "_" - a copy of it.
       GuessOwner.
           MOVE "UNKNOWN" TO WSGuessOwner
           MOVE 'N' TO WSCopyOf
           IF WSDayNum > 0
               MOVE FUNCTION UPPER-CASE(ONB-DAY-WORD(WSDayNum))
                   TO WSWordText
               INSPECT WSWordText REPLACING ALL "_" BY SPACE
               MOVE SPACES TO WSGuessOwner
               STRING "DAY" WSWordText DELIMITED BY SPACE
                   INTO WSGuessOwner
               IF WSDayNum > 20
                   MOVE SPACES TO WSGuessOwner
                   STRING "DAYTWENTY"
                       FUNCTION UPPER-CASE(ONB-DAY-WORD(WSDayNum)(8:))
                       DELIMITED BY SPACE INTO WSGuessOwner
               END-IF
               IF WSRegFound > 0
                   MOVE WS-DayRegistryProgramId(WSRegFound)
                       TO WSGuessOwner
               END-IF
               IF WSSweepYear NOT EQUAL TO SPACES
                   MOVE SPACES TO WSOwnerProgram
                   STRING FUNCTION TRIM(WSGuessOwner) " " WSSweepYear
                       DELIMITED BY SIZE INTO WSOwnerProgram
                   MOVE WSOwnerProgram TO WSGuessOwner
               END-IF
           END-IF
           COMPUTE WSDirLen = FUNCTION LENGTH(
               FUNCTION TRIM(WSSweepDir(WSSweepIdx))) + 1
           MOVE 0 TO WSBestStem
           PERFORM VARYING WSCatIdx FROM 1 BY 1
               UNTIL WSCatIdx > WSCatCount
               IF WSCatPath(WSCatIdx)(1:WSDirLen)
                   EQUAL TO WSCandPath(1:WSDirLen)
                   PERFORM MeasureStem
               END-IF
           END-PERFORM.

       MeasureStem.
           MOVE WSCatPath(WSCatIdx)(WSDirLen + 1:) TO WSCatName
           MOVE 0 TO WSStemLen
           PERFORM VARYING WSScan FROM 1 BY 1
               UNTIL WSScan > WSNameLen OR WSScan > 59
               OR WSCatName(WSScan:1) NOT EQUAL TO WSCandName(WSScan:1)
               ADD 1 TO WSStemLen
           END-PERFORM
           IF WSCatName(WSStemLen + 1:1) EQUAL TO SPACE
           AND (WSCandName(WSStemLen + 1:1) EQUAL TO "."
               OR WSCandName(WSStemLen + 1:1) EQUAL TO "_")
               MOVE 'Y' TO WSCopyOf
           END-IF
           IF WSStemLen >= 5 AND WSStemLen > WSBestStem
           AND WSDayNum EQUAL TO 0
               MOVE WSStemLen TO WSBestStem
               MOVE WSCatOwner(WSCatIdx) TO WSGuessOwner
           END-IF.

      *> A dated name (eight digits in a row) or a copy of a cataloged
      *> dataset is a retention rule's business; a likely owner's file
      *> wants cataloging; nobody's file is a delete candidate.
       ProposeAction.
           MOVE 'N' TO WSDated
           PERFORM VARYING WSScan FROM 1 BY 1
               UNTIL WSScan + 7 > WSNameLen OR WSDated EQUAL TO 'Y'
               IF WSCandName(WSScan:8) IS NUMERIC
                   MOVE 'Y' TO WSDated
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WSDated EQUAL TO 'Y' OR WSCopyOf EQUAL TO 'Y'
                   MOVE 'R' TO WSWorkAction
                   ADD 1 TO WSRetentionCount
               WHEN WSGuessOwner NOT EQUAL TO "UNKNOWN"
                   MOVE 'C' TO WSWorkAction
                   ADD 1 TO WSCatalogCount
               WHEN OTHER
                   MOVE 'D' TO WSWorkAction
                   ADD 1 TO WSDeleteCount
           END-EVALUATE.

      *> Into its path-ordered slot.
       AddOrphan.
           IF WSOrphanCount >= 500
               MOVE 'Y' TO WSOrphanOverflow
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSOrphanCount
           MOVE WSOrphanCount TO WSOrphanShift
           PERFORM UNTIL WSOrphanShift EQUAL TO 1
               OR WSOrphanPath(WSOrphanShift - 1) < WSWorkPath
               MOVE WSOrphanEntry(WSOrphanShift - 1)
                   TO WSOrphanEntry(WSOrphanShift)
               SUBTRACT 1 FROM WSOrphanShift
           END-PERFORM
           MOVE WSWork TO WSOrphanEntry(WSOrphanShift).

       ReportOrphans.
           IF WSOrphanCount EQUAL TO 0
               DISPLAY "(NO ORPHANS: EVERY FILE IS ACCOUNTED FOR)"
           END-IF
           MOVE SPACES TO WSCurDir
           PERFORM VARYING WSOrphanIdx FROM 1 BY 1
               UNTIL WSOrphanIdx > WSOrphanCount
               PERFORM ReportOneOrphan
           END-PERFORM
           IF WSOrphanOverflow EQUAL TO 'Y'
               DISPLAY "(ORPHANS EXCEED THE 500-ENTRY TABLE: WORK "
                   "THESE OFF AND SWEEP AGAIN)"
           END-IF.

       ReportOneOrphan.
           MOVE WSOrphanSize(WSOrphanIdx) TO WSSizeDisplay
           MOVE WSOrphanAge(WSOrphanIdx) TO WSAgeDisplay
           DISPLAY FUNCTION TRIM(WSOrphanPath(WSOrphanIdx)) ": "
               FUNCTION TRIM(WSSizeDisplay, LEADING) " BYTE(S), "
               FUNCTION TRIM(WSAgeDisplay, LEADING) " DAY(S) OLD, "
               "OWNER " FUNCTION TRIM(WSOrphanOwner(WSOrphanIdx)) "?"
           EVALUATE TRUE
               WHEN OrphanWantsRetention(WSOrphanIdx)
                   DISPLAY "    PROPOSE: ADD A RETENTION RULE "
                       "(DATED OR BACKUP COPY)"
               WHEN OrphanWantsCatalog(WSOrphanIdx)
                   DISPLAY "    PROPOSE: CATALOG IT UNDER "
                       FUNCTION TRIM(WSOrphanOwner(WSOrphanIdx))
               WHEN OTHER
                   DISPLAY "    PROPOSE: DELETE (NO OWNER FOUND)"
           END-EVALUATE.

      *> Catalog entries whose owner is neither registered nor built.
       ReportGoneOwners.
           DISPLAY "--- CATALOG OWNERS GONE ---"
           PERFORM VARYING WSCatIdx FROM 1 BY 1
               UNTIL WSCatIdx > WSCatCount
               PERFORM CheckOneOwner
           END-PERFORM
           IF WSGoneCount EQUAL TO 0
               DISPLAY "  (NONE)"
           END-IF.

       CheckOneOwner.
           IF WSCatOwner(WSCatIdx) EQUAL TO "ALL PROGRAMS"
           OR WSCatOwner(WSCatIdx) EQUAL TO "DAY PROGRAMS"
           OR WSCatOwner(WSCatIdx) EQUAL TO "OPERATIONS"
           OR WSCatOwner(WSCatIdx) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSOwnerProgram
           MOVE SPACES TO WSOwnerYear
           UNSTRING WSCatOwner(WSCatIdx) DELIMITED BY ALL SPACE
               INTO WSOwnerProgram WSOwnerYear
           MOVE SPACES TO WSGoneReason
           MOVE 'N' TO WSPgmFound
           PERFORM VARYING WSPgmIdx FROM 1 BY 1
               UNTIL WSPgmIdx > WSPgmCount OR WSPgmFound EQUAL TO 'Y'
               IF WSPgmId(WSPgmIdx) EQUAL TO WSOwnerProgram
               AND (WSOwnerYear EQUAL TO SPACES
                   OR WSPgmTree(WSPgmIdx) EQUAL TO WSOwnerYear(1:5))
                   MOVE 'Y' TO WSPgmFound
               END-IF
           END-PERFORM
           IF WSOwnerYear NOT EQUAL TO SPACES
           AND WSOwnerYear(1:4) IS NUMERIC
           AND WSOwnerProgram(1:3) EQUAL TO "DAY"
               MOVE 0 TO WSRegFound
               PERFORM VARYING WSRegIdx FROM 1 BY 1
                   UNTIL WSRegIdx > WS-DayRegistryCount
                   OR WSRegFound > 0
                   IF WS-DayRegistryYear(WSRegIdx)
                       EQUAL TO FUNCTION NUMVAL(WSOwnerYear(1:4))
                   AND WS-DayRegistryProgramId(WSRegIdx)
                       EQUAL TO WSOwnerProgram
                       MOVE WSRegIdx TO WSRegFound
                   END-IF
               END-PERFORM
               IF WSRegFound EQUAL TO 0
                   STRING "NOT IN THE DAY REGISTRY FOR "
                       WSOwnerYear(1:4)
                       DELIMITED BY SIZE INTO WSGoneReason
               END-IF
           END-IF
           IF WSPgmFound EQUAL TO 'N' AND WSGoneReason EQUAL TO SPACES
               IF WSOwnerYear EQUAL TO SPACES
                   MOVE "NO SOURCE CARRIES THIS PROGRAM-ID"
                       TO WSGoneReason
               ELSE
                   STRING "NOT BUILT: NO SOURCE IN "
                       FUNCTION TRIM(WSOwnerYear) "/src/cobol"
                       DELIMITED BY SIZE INTO WSGoneReason
               END-IF
           END-IF
           IF WSGoneReason EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSGoneCount
           DISPLAY FUNCTION TRIM(WSCatPath(WSCatIdx)) " ("
               FUNCTION TRIM(WSCatOwner(WSCatIdx)) "): "
               FUNCTION TRIM(WSGoneReason)
           DISPLAY "    PROPOSE: REASSIGN THE ENTRY'S OWNER, OR RETIRE "
               "THE DATASET AND ITS CATALOG ENTRY".

       RaiseOrphanEvent.
           IF WSOrphanCount EQUAL TO 0 AND WSGoneCount EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE "ORPHANSWEEP" TO EVENT-PROGRAM
           MOVE "W" TO EVENT-SEVERITY
           MOVE "ORPHANS" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING WSOrphanCount " ORPHAN FILE(S), " WSGoneCount
               " CATALOG OWNER(S) GONE"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           MOVE 1 TO WSSweepRc.

      *> Nothing goes without the operator saying so, file by file.
       DeleteCandidates.
           IF WSDeleteCount EQUAL TO 0
               DISPLAY "NO DELETE CANDIDATES."
               NEXT SENTENCE
           END-IF
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               DISPLAY "NOTHING DELETED."
               MOVE 1 TO WSSweepRc
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSOrphanIdx FROM 1 BY 1
               UNTIL WSOrphanIdx > WSOrphanCount
               IF OrphanWantsDelete(WSOrphanIdx)
                   PERFORM ConfirmOneDelete
               END-IF
           END-PERFORM
           DISPLAY "=== " WSDeletedCount " ORPHAN(S) DELETED BY "
               FUNCTION TRIM(WSWho) " ===".

       ConfirmOneDelete.
           MOVE WSOrphanSize(WSOrphanIdx) TO WSSizeDisplay
           DISPLAY "DELETE " FUNCTION TRIM(WSOrphanPath(WSOrphanIdx))
               " (" FUNCTION TRIM(WSSizeDisplay, LEADING)
               " BYTE(S))? (Y/N): "
           ACCEPT WSConfirm
           IF WSConfirm NOT EQUAL TO 'Y' AND WSConfirm NOT EQUAL TO 'y'
               DISPLAY "  KEPT."
               NEXT SENTENCE
           END-IF
           CALL "CBL_DELETE_FILE" USING WSOrphanPath(WSOrphanIdx)
               RETURNING WSDeleteRc
           END-CALL
           MOVE 0 TO RETURN-CODE
           IF WSDeleteRc NOT EQUAL TO 0
               DISPLAY "  UNABLE TO REMOVE "
                   FUNCTION TRIM(WSOrphanPath(WSOrphanIdx))
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSDeletedCount
           DISPLAY "  DELETED."
           MOVE "ORPHANSWEEP" TO EVENT-PROGRAM
           MOVE "I" TO EVENT-SEVERITY
           MOVE "ORPHDEL" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(WSWho) " DELETED "
               FUNCTION TRIM(WSOrphanPath(WSOrphanIdx))
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent.

       COPY "dayRegistryLoad.cpy".
       COPY "dirListRead.cpy".
       COPY "eventAppend.cpy".
