       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGEREPORT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LineageFile ASSIGN TO "tools/data/lineage"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineageStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LineageFile.
       01 LineageRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> Layout-change impact:
      *>   LINEAGEREPORT --dataset PATH
      *>   LINEAGEREPORT --layout COPYBOOK
      *>   (either may add --depth N to stop after N program levels)
      *> answers "if this dataset's record layout changes, what is
      *> affected" from tools/data/lineage (DATASET|PROGRAM|ACCESS|
      *> LAYOUT|KIND). Starting from the dataset - or from every
      *> dataset mapped through the copybook - it finds each program
      *> that reads it, every dataset those programs write, the
      *> programs that read those, and so on until nothing new turns
      *> up. An UPDATE access counts as both a read and a write.
      *> Each program is listed once, at the level it was first
      *> reached, with the dataset and layout it was reached through;
      *> REPORT programs are listed again on their own, as they are
      *> what the users see. With --dataset, other datasets sharing one
      *> of its layout copybooks are listed too, since a change to the
      *> copybook reaches them whatever the data flow. Almost every
      *> chain ends up in results/results.csv and its readers, so
      *> --depth 1 or 2 is usually the question actually being asked.
       01 WSLineageStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSStartDataset PIC X(60) VALUE SPACES.
       01 WSStartLayout PIC X(24) VALUE SPACES.
       01 WSMaxDepth PIC 9(2) VALUE 99.
       01 WSWriterCount PIC 9(3) VALUE 0.
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(160).

       01 WSLinTable.
           05 WSLinCount PIC 9(4) VALUE 0.
           05 WSLinEntry OCCURS 1000 TIMES.
               10 WSLinDataset PIC X(60).
               10 WSLinProgram PIC X(20).
               10 WSLinAccess PIC X(6).
               10 WSLinLayout PIC X(24).
               10 WSLinKind PIC X(8).
       01 WSLinIdx PIC 9(4).
       01 WSOutIdx PIC 9(4).

      *> Datasets reached, in the order reached; the walk works down
      *> this list, so it doubles as the queue.
       01 WSDsTable.
           05 WSDsCount PIC 9(3) VALUE 0.
           05 WSDsEntry OCCURS 300 TIMES.
               10 WSDsName PIC X(60).
               10 WSDsLevel PIC 9(2).
               10 WSDsVia PIC X(20).
       01 WSDsIdx PIC 9(3).
       01 WSDsFound PIC 9(3).

       01 WSPgTable.
           05 WSPgCount PIC 9(3) VALUE 0.
           05 WSPgEntry OCCURS 300 TIMES.
               10 WSPgName PIC X(20).
               10 WSPgLevel PIC 9(2).
               10 WSPgFrom PIC X(60).
               10 WSPgLayout PIC X(24).
               10 WSPgKind PIC X(8).
       01 WSPgIdx PIC 9(3).
       01 WSPgFound PIC 9(3).

       01 WSCurDataset PIC X(60).
       01 WSCurLevel PIC 9(2).
       01 WSCurProgram PIC X(20).
       01 WSSearchName PIC X(60).
       01 WSReportCount PIC 9(3) VALUE 0.
       01 WSSharedCount PIC 9(3) VALUE 0.
       01 WSDownCount PIC 9(3) VALUE 0.
       01 WSSeenLayout PIC A.
       01 WSSeenIdx PIC 9(4).
       01 WSLevelDisplay PIC Z9.
       01 WSCountDisplay PIC ZZ9.
       01 WSCountDisplay2 PIC ZZ9.
       01 WSCountDisplay3 PIC ZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSStartDataset EQUAL TO SPACES
               AND WSStartLayout EQUAL TO SPACES
               DISPLAY "USAGE: LINEAGEREPORT --dataset PATH"
                   " | --layout COPYBOOK"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadLineage
           IF WSLinCount EQUAL TO 0
               DISPLAY "NO LINEAGE RECORDS (tools/data/lineage)."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SeedDatasets
           IF WSDsCount EQUAL TO 0
               IF WSStartDataset NOT EQUAL TO SPACES
                   DISPLAY "DATASET " FUNCTION TRIM(WSStartDataset)
                       " HAS NO LINEAGE RECORDS."
               ELSE
                   DISPLAY "NO DATASET IS MAPPED THROUGH "
                       FUNCTION TRIM(WSStartLayout) "."
               END-IF
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WalkLineage
           PERFORM ShowImpact
           GOBACK.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--dataset"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSStartDataset
                   WHEN "--layout"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSStartLayout
                   WHEN "--depth"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       IF FUNCTION TRIM(WSArgValue) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WSArgValue) TO WSMaxDepth
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadLineage.
           OPEN INPUT LineageFile
           IF WSLineageStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ LineageFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreLineageLine
               END-READ
           END-PERFORM
           CLOSE LineageFile.

       StoreLineageLine.
           IF WSLine(1:1) EQUAL TO '*' OR WSLine EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           IF WSLinCount >= 1000
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSLinCount
           MOVE SPACES TO WSLinEntry(WSLinCount)
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSLinDataset(WSLinCount) WSLinProgram(WSLinCount)
                    WSLinAccess(WSLinCount) WSLinLayout(WSLinCount)
                    WSLinKind(WSLinCount)
           END-UNSTRING.

      *> Level 0 is the changed dataset itself, or every dataset the
      *> changed copybook maps.
       SeedDatasets.
           IF WSStartDataset NOT EQUAL TO SPACES
               PERFORM VARYING WSLinIdx FROM 1 BY 1
                   UNTIL WSLinIdx > WSLinCount
                   IF WSLinDataset(WSLinIdx) EQUAL TO WSStartDataset
                       AND WSDsCount EQUAL TO 0
                       MOVE WSStartDataset TO WSCurDataset
                       MOVE 0 TO WSCurLevel
                       MOVE SPACES TO WSCurProgram
                       PERFORM AddDataset
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WSLinIdx FROM 1 BY 1
                   UNTIL WSLinIdx > WSLinCount
                   IF WSLinLayout(WSLinIdx) EQUAL TO WSStartLayout
                       MOVE WSLinDataset(WSLinIdx) TO WSCurDataset
                       MOVE 0 TO WSCurLevel
                       MOVE SPACES TO WSCurProgram
                       PERFORM AddDataset
                   END-IF
               END-PERFORM
           END-IF.

      *> Breadth first: each dataset's readers, then what they write.
       WalkLineage.
           MOVE 1 TO WSDsIdx
           PERFORM UNTIL WSDsIdx > WSDsCount
               PERFORM VARYING WSLinIdx FROM 1 BY 1
                   UNTIL WSLinIdx > WSLinCount
                   IF WSLinDataset(WSLinIdx) EQUAL TO WSDsName(WSDsIdx)
                       AND WSDsLevel(WSDsIdx) < WSMaxDepth
                       AND (WSLinAccess(WSLinIdx) EQUAL TO "READ"
                           OR WSLinAccess(WSLinIdx) EQUAL TO "UPDATE")
                       PERFORM ReachProgram
                   END-IF
               END-PERFORM
               ADD 1 TO WSDsIdx
           END-PERFORM.

       ReachProgram.
           MOVE WSLinProgram(WSLinIdx) TO WSSearchName
           PERFORM FindProgram
           IF WSPgFound NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF WSPgCount >= 300
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSPgCount
           MOVE WSLinProgram(WSLinIdx) TO WSPgName(WSPgCount)
           COMPUTE WSPgLevel(WSPgCount) = WSDsLevel(WSDsIdx) + 1
           MOVE WSDsName(WSDsIdx) TO WSPgFrom(WSPgCount)
           MOVE WSLinLayout(WSLinIdx) TO WSPgLayout(WSPgCount)
           MOVE WSLinKind(WSLinIdx) TO WSPgKind(WSPgCount)
           MOVE WSLinProgram(WSLinIdx) TO WSCurProgram
           MOVE WSPgLevel(WSPgCount) TO WSCurLevel
           PERFORM VARYING WSOutIdx FROM 1 BY 1
               UNTIL WSOutIdx > WSLinCount
               IF WSLinProgram(WSOutIdx) EQUAL TO WSCurProgram
                   AND (WSLinAccess(WSOutIdx) EQUAL TO "WRITE"
                       OR WSLinAccess(WSOutIdx) EQUAL TO "UPDATE")
                   MOVE WSLinDataset(WSOutIdx) TO WSCurDataset
                   PERFORM AddDataset
               END-IF
           END-PERFORM.

       AddDataset.
           MOVE WSCurDataset TO WSSearchName
           PERFORM FindDataset
           IF WSDsFound NOT EQUAL TO 0 OR WSDsCount >= 300
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSDsCount
           MOVE WSCurDataset TO WSDsName(WSDsCount)
           MOVE WSCurLevel TO WSDsLevel(WSDsCount)
           MOVE WSCurProgram TO WSDsVia(WSDsCount).

       FindDataset.
           MOVE 0 TO WSDsFound
           PERFORM VARYING WSSeenIdx FROM 1 BY 1
               UNTIL WSSeenIdx > WSDsCount OR WSDsFound NOT EQUAL TO 0
               IF WSDsName(WSSeenIdx) EQUAL TO WSSearchName
                   MOVE WSSeenIdx TO WSDsFound
               END-IF
           END-PERFORM.

       FindProgram.
           MOVE 0 TO WSPgFound
           PERFORM VARYING WSSeenIdx FROM 1 BY 1
               UNTIL WSSeenIdx > WSPgCount OR WSPgFound NOT EQUAL TO 0
               IF WSPgName(WSSeenIdx) EQUAL TO WSSearchName(1:20)
                   MOVE WSSeenIdx TO WSPgFound
               END-IF
           END-PERFORM.

       ShowImpact.
           IF WSStartDataset NOT EQUAL TO SPACES
               DISPLAY "=== LAYOUT CHANGE IMPACT: "
                   FUNCTION TRIM(WSStartDataset) " ==="
               PERFORM ShowStartLayouts
           ELSE
               DISPLAY "=== LAYOUT CHANGE IMPACT: COPYBOOK "
                   FUNCTION TRIM(WSStartLayout) " ==="
               DISPLAY "DATASETS MAPPED THROUGH IT:"
               PERFORM VARYING WSDsIdx FROM 1 BY 1
                   UNTIL WSDsIdx > WSDsCount
                   IF WSDsLevel(WSDsIdx) EQUAL TO 0
                       DISPLAY "  " FUNCTION TRIM(WSDsName(WSDsIdx))
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "PROGRAMS AFFECTED:"
           IF WSPgCount EQUAL TO 0
               DISPLAY "  (NONE - NOTHING READS IT)"
           END-IF
           PERFORM VARYING WSPgIdx FROM 1 BY 1 UNTIL WSPgIdx > WSPgCount
               MOVE WSPgLevel(WSPgIdx) TO WSLevelDisplay
               DISPLAY "  LEVEL " WSLevelDisplay "  "
                   WSPgName(WSPgIdx) " " WSPgKind(WSPgIdx)
                   " READS " FUNCTION TRIM(WSPgFrom(WSPgIdx))
                   " VIA " FUNCTION TRIM(WSPgLayout(WSPgIdx))
               IF WSPgKind(WSPgIdx) EQUAL TO "REPORT"
                   ADD 1 TO WSReportCount
               END-IF
           END-PERFORM
           DISPLAY "REPORTS AFFECTED:"
           IF WSReportCount EQUAL TO 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM VARYING WSPgIdx FROM 1 BY 1 UNTIL WSPgIdx > WSPgCount
               IF WSPgKind(WSPgIdx) EQUAL TO "REPORT"
                   DISPLAY "  " FUNCTION TRIM(WSPgName(WSPgIdx))
               END-IF
           END-PERFORM
           DISPLAY "DOWNSTREAM DATASETS:"
           PERFORM VARYING WSDsIdx FROM 1 BY 1 UNTIL WSDsIdx > WSDsCount
               IF WSDsLevel(WSDsIdx) NOT EQUAL TO 0
                   ADD 1 TO WSDownCount
                   MOVE WSDsLevel(WSDsIdx) TO WSLevelDisplay
                   DISPLAY "  LEVEL " WSLevelDisplay "  "
                       FUNCTION TRIM(WSDsName(WSDsIdx))
                       " WRITTEN BY " FUNCTION TRIM(WSDsVia(WSDsIdx))
               END-IF
           END-PERFORM
           IF WSDownCount EQUAL TO 0
               DISPLAY "  (NONE)"
           END-IF
           IF WSStartDataset NOT EQUAL TO SPACES
               PERFORM ShowSharedLayouts
           END-IF
           MOVE WSPgCount TO WSCountDisplay
           MOVE WSReportCount TO WSCountDisplay2
           MOVE WSDownCount TO WSCountDisplay3
           DISPLAY "=== " FUNCTION TRIM(WSCountDisplay) " PROGRAM(S), "
               FUNCTION TRIM(WSCountDisplay2) " REPORT(S), "
               FUNCTION TRIM(WSCountDisplay3)
               " DOWNSTREAM DATASET(S) ==="
           IF WSSharedCount > 0
               MOVE WSSharedCount TO WSCountDisplay
               DISPLAY "=== " FUNCTION TRIM(WSCountDisplay)
                   " OTHER DATASET(S) SHARE ITS LAYOUT COPYBOOK ==="
           END-IF.

      *> Who writes the dataset and through which layouts: the
      *> programs that must change with it.
       ShowStartLayouts.
           DISPLAY "WRITTEN BY:"
           PERFORM VARYING WSLinIdx FROM 1 BY 1
               UNTIL WSLinIdx > WSLinCount
               IF WSLinDataset(WSLinIdx) EQUAL TO WSStartDataset
                   AND (WSLinAccess(WSLinIdx) EQUAL TO "WRITE"
                       OR WSLinAccess(WSLinIdx) EQUAL TO "UPDATE")
                   ADD 1 TO WSWriterCount
                   DISPLAY "  " WSLinProgram(WSLinIdx) " "
                       WSLinAccess(WSLinIdx) " VIA "
                       FUNCTION TRIM(WSLinLayout(WSLinIdx))
               END-IF
           END-PERFORM
           IF WSWriterCount EQUAL TO 0
               DISPLAY "  (NO PROGRAM - IT ARRIVES FROM OUTSIDE)"
           END-IF.

      *> Other datasets mapped through any copybook the changed
      *> dataset is mapped through; INLINE layouts are each program's
      *> own and are not shared.
       ShowSharedLayouts.
           DISPLAY "SHARING ITS LAYOUT COPYBOOK:"
           PERFORM VARYING WSLinIdx FROM 1 BY 1
               UNTIL WSLinIdx > WSLinCount
               IF WSLinDataset(WSLinIdx) EQUAL TO WSStartDataset
                   AND WSLinLayout(WSLinIdx) NOT EQUAL TO "INLINE"
                   PERFORM ShowOneSharedLayout
               END-IF
           END-PERFORM
           IF WSSharedCount EQUAL TO 0
               DISPLAY "  (NONE)"
           END-IF.

       ShowOneSharedLayout.
      *> Each copybook once, at its first record.
           MOVE 'N' TO WSSeenLayout
           PERFORM VARYING WSSeenIdx FROM 1 BY 1
               UNTIL WSSeenIdx >= WSLinIdx
               IF WSLinDataset(WSSeenIdx) EQUAL TO WSStartDataset
                   AND WSLinLayout(WSSeenIdx) EQUAL TO
                       WSLinLayout(WSLinIdx)
                   MOVE 'Y' TO WSSeenLayout
               END-IF
           END-PERFORM
           IF WSSeenLayout EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSCurDataset
           PERFORM VARYING WSOutIdx FROM 1 BY 1
               UNTIL WSOutIdx > WSLinCount
               IF WSLinLayout(WSOutIdx) EQUAL TO WSLinLayout(WSLinIdx)
                   AND WSLinDataset(WSOutIdx) NOT EQUAL TO WSStartDataset
                   AND WSLinDataset(WSOutIdx) NOT EQUAL TO WSCurDataset
                   MOVE WSLinDataset(WSOutIdx) TO WSCurDataset
                   ADD 1 TO WSSharedCount
                   DISPLAY "  " FUNCTION TRIM(WSCurDataset) " ("
                       FUNCTION TRIM(WSLinLayout(WSOutIdx)) ", "
                       FUNCTION TRIM(WSLinProgram(WSOutIdx)) ")"
               END-IF
           END-PERFORM.
