       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPYREF.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SourceFile ASSIGN TO WSSourceName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSourceStatus.
           SELECT CopyAFile ASSIGN TO WSCopyAName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCopyAStatus.
           SELECT CopyBFile ASSIGN TO WSCopyBName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCopyBStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SourceFile.
       01 SourceRecord PIC X(256).
       FD CopyAFile.
       01 CopyARecord PIC X(256).
       FD CopyBFile.
       01 CopyBRecord PIC X(256).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Copybook where-used and divergence report. The shared
      *> copybooks are kept as separate copies under 2022/src/copybook,
      *> 2025/src/copybook and tools/src/copybook, and a program picks
      *> up whichever copy its build finds first: a year's program its
      *> own year's copy, then the tools copy; a tools program the
      *> tools copy only. COPYREF walks every source and copybook in
      *> the three trees, lists for each copybook every program that
      *> COPYs it and the directory that COPY resolves from, and
      *> compares the copies of a copybook kept in more than one tree
      *> line by line - each year's copy against the tools copy, or
      *> the two years' against each other where tools has none. A
      *> diverged copy shows its first differing line from both sides
      *> (a record layout changed in one tree and not the others is
      *> how alerts.log once came out garbled), a COPY that resolves
      *> nowhere is flagged, and either raises COPYDRFT and RC 1.
      *> The linked-stack copybooks are kept in each year's own data
      *> naming on purpose; their copies are listed, not compared.
      *>   COPYREF                     every copybook
      *>   COPYREF --copybook NAME     one copybook
      *>   COPYREF --diverged          only the copybooks whose
      *>                               copies disagree
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSOnlyCopybook PIC X(40) VALUE SPACES.
       01 WSDivergedOnly PIC A VALUE 'N'.

       01 WSSourceName PIC X(80).
       01 WSSourceStatus PIC 99.
       01 WSCopyAName PIC X(80).
       01 WSCopyAStatus PIC 99.
       01 WSCopyBName PIC X(80).
       01 WSCopyBStatus PIC 99.
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(256).
       01 WSTrimLine PIC X(256).
       01 WSNameLen PIC 9(3).

      *> The three trees, in the order their copies are reported.
       01 WSTreeTable.
           05 FILLER PIC X(5) VALUE "2022".
           05 FILLER PIC X(5) VALUE "2025".
           05 FILLER PIC X(5) VALUE "tools".
       01 WSTreeLookup REDEFINES WSTreeTable.
           05 WSTreeName OCCURS 3 TIMES PIC X(5).
      *> Copybooks kept per tree by design (2022's hyphenated names,
      *> 2025's mixed case), never reported as diverged.
       01 WSVariantTable.
           05 FILLER PIC X(40) VALUE "linkedStackEngine.cpy".
           05 FILLER PIC X(40) VALUE "linkedStackNode.cpy".
           05 FILLER PIC X(40) VALUE "linkedStackPool.cpy".
           05 FILLER PIC X(40) VALUE "linkedStackStats.cpy".
       01 WSVariantLookup REDEFINES WSVariantTable.
           05 WSVariantName OCCURS 4 TIMES PIC X(40).
       01 WSVariantIdx PIC 9.
       01 WSIsVariant PIC A VALUE 'N'.
       01 WSTreeIdx PIC 9.
       01 WSTreeOther PIC 9.
       01 WSSourceTree PIC 9.
       01 WSSourceDir PIC X(40).
       01 WSSourceSuffix PIC X(4).

      *> Every copybook name found in any tree, kept in name order,
      *> with which trees hold a copy.
       01 WSCbTable.
           05 WSCbCount PIC 9(3) VALUE 0.
           05 WSCbEntry OCCURS 300 TIMES.
               10 WSCbName PIC X(40).
               10 WSCbHas OCCURS 3 TIMES PIC X.
               10 WSCbUses PIC 9(4).
               10 WSCbDiverged PIC X.
       01 WSCbIdx PIC 9(3).
       01 WSCbFound PIC 9(3).
       01 WSCbShift PIC 9(3).

      *> One entry per COPY statement: the copybook, the program (its
      *> PROGRAM-ID, or the copybook's own name when one copybook
      *> COPYs another), its source, and the tree the COPY resolves
      *> from (0 when none of the trees searched has it).
       01 WSUseTable.
           05 WSUseCount PIC 9(4) VALUE 0.
           05 WSUseEntry OCCURS 2000 TIMES.
               10 WSUseCopybook PIC X(40).
               10 WSUseProgram PIC X(20).
               10 WSUseSource PIC X(60).
               10 WSUseFrom PIC 9.
               10 WSUseTimes PIC 9(4).
       01 WSUseIdx PIC 9(4).
       01 WSUsePrior PIC 9(4).
       01 WSUseTimesDisplay PIC Z(3)9.
       01 WSUseTimesText PIC X(14).
       01 WSCurProgram PIC X(20).
       01 WSCopyName PIC X(40).

      *> The current copybook's comparisons: at most two pairs (each
      *> year against tools, or 2022 against 2025).
       01 WSPairTable.
           05 WSPairCount PIC 9.
           05 WSPairEntry OCCURS 2 TIMES.
               10 WSPairTreeA PIC 9.
               10 WSPairTreeB PIC 9.
               10 WSPairLinesA PIC 9(5).
               10 WSPairLinesB PIC 9(5).
               10 WSPairDiffer PIC 9(5).
               10 WSPairFirst PIC 9(5).
               10 WSPairFirstA PIC X(256).
               10 WSPairFirstB PIC X(256).
       01 WSPairIdx PIC 9.
       01 WSCmpLineNo PIC 9(5).
       01 WSCmpEOFA PIC A.
       01 WSCmpEOFB PIC A.
       01 WSCmpLineA PIC X(256).
       01 WSCmpLineB PIC X(256).
       01 WSCopyCount PIC 9.

       01 WSCopiesText PIC X(20).
       01 WSFromText PIC X(30).
       01 WSShown PIC 9(3) VALUE 0.
       01 WSMultiCount PIC 9(3) VALUE 0.
       01 WSDivergedCount PIC 9(3) VALUE 0.
       01 WSVariantCount PIC 9(3) VALUE 0.
       01 WSUnresolvedCount PIC 9(4) VALUE 0.
       01 WSUnusedCount PIC 9(3) VALUE 0.
       01 WSCountDisplay PIC Z(3)9.

       COPY "dirList.cpy".
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine

           PERFORM VARYING WSTreeIdx FROM 1 BY 1 UNTIL WSTreeIdx > 3
               PERFORM CollectTreeCopybooks
           END-PERFORM
           PERFORM VARYING WSTreeIdx FROM 1 BY 1 UNTIL WSTreeIdx > 3
               MOVE WSTreeIdx TO WSSourceTree
               MOVE SPACES TO WSSourceDir
               STRING FUNCTION TRIM(WSTreeName(WSTreeIdx)) "/src/cobol"
                   DELIMITED BY SIZE INTO WSSourceDir
               MOVE ".cob" TO WSSourceSuffix
               PERFORM ScanSourceDir
               MOVE SPACES TO WSSourceDir
               STRING FUNCTION TRIM(WSTreeName(WSTreeIdx))
                   "/src/copybook"
                   DELIMITED BY SIZE INTO WSSourceDir
               MOVE ".cpy" TO WSSourceSuffix
               PERFORM ScanSourceDir
           END-PERFORM

           IF WSCbCount EQUAL TO 0
               DISPLAY "NO COPYBOOKS FOUND UNDER 2022, 2025 OR tools."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "=== COPYBOOK WHERE-USED AND DIVERGENCE ==="
           PERFORM VARYING WSCbIdx FROM 1 BY 1 UNTIL WSCbIdx > WSCbCount
               PERFORM CompareCopies
               PERFORM ReportCopybook
           END-PERFORM
           IF WSOnlyCopybook NOT EQUAL TO SPACES AND WSShown EQUAL TO 0
               DISPLAY "NO COPYBOOK " FUNCTION TRIM(WSOnlyCopybook)
                   " IN ANY TREE."
           END-IF
           PERFORM ReportUnresolved
           PERFORM ReportSummary
           STOP RUN.

      *> Each .cpy in the tree's copybook directory is one copy of its
      *> name.
       CollectTreeCopybooks.
           MOVE SPACES TO DIR-PATH
           STRING FUNCTION TRIM(WSTreeName(WSTreeIdx)) "/src/copybook"
               DELIMITED BY SIZE INTO DIR-PATH
           PERFORM OpenDirList
           PERFORM ReadDirEntry
           PERFORM UNTIL DIR-AT-END
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DIR-NAME)) TO WSNameLen
               IF DIR-IS-FILE AND WSNameLen > 4
               AND DIR-NAME(WSNameLen - 3:4) EQUAL TO ".cpy"
                   MOVE DIR-NAME TO WSCopyName
                   PERFORM FindOrAddCopybook
                   MOVE 'Y' TO WSCbHas(WSCbFound, WSTreeIdx)
               END-IF
               PERFORM ReadDirEntry
           END-PERFORM
           PERFORM CloseDirList.

      *> Leaves WSCopyName's entry in WSCbFound, inserting it in name
      *> order when it is new (0 when the table is full).
       FindOrAddCopybook.
           MOVE 0 TO WSCbFound
           PERFORM VARYING WSCbShift FROM 1 BY 1
               UNTIL WSCbShift > WSCbCount OR WSCbFound NOT EQUAL TO 0
               IF WSCbName(WSCbShift) EQUAL TO WSCopyName
                   MOVE WSCbShift TO WSCbFound
               END-IF
           END-PERFORM
           IF WSCbFound NOT EQUAL TO 0 OR WSCbCount >= 300
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSCbCount
           MOVE WSCbCount TO WSCbShift
           PERFORM UNTIL WSCbShift EQUAL TO 1
               OR WSCbName(WSCbShift - 1) < WSCopyName
               MOVE WSCbEntry(WSCbShift - 1) TO WSCbEntry(WSCbShift)
               SUBTRACT 1 FROM WSCbShift
           END-PERFORM
           MOVE WSCopyName TO WSCbName(WSCbShift)
           MOVE 'N' TO WSCbHas(WSCbShift, 1)
           MOVE 'N' TO WSCbHas(WSCbShift, 2)
           MOVE 'N' TO WSCbHas(WSCbShift, 3)
           MOVE 0 TO WSCbUses(WSCbShift)
           MOVE 'N' TO WSCbDiverged(WSCbShift)
           MOVE WSCbShift TO WSCbFound.

      *> Every file with WSSourceSuffix in WSSourceDir.
       ScanSourceDir.
           MOVE WSSourceDir TO DIR-PATH
           PERFORM OpenDirList
           PERFORM ReadDirEntry
           PERFORM UNTIL DIR-AT-END
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DIR-NAME)) TO WSNameLen
               IF DIR-IS-FILE AND WSNameLen > 4
               AND DIR-NAME(WSNameLen - 3:4) EQUAL TO WSSourceSuffix
                   PERFORM ScanSourceFile
               END-IF
               PERFORM ReadDirEntry
           END-PERFORM
           PERFORM CloseDirList.

       ScanSourceFile.
           MOVE SPACES TO WSSourceName
           STRING FUNCTION TRIM(WSSourceDir) "/" FUNCTION TRIM(DIR-NAME)
               DELIMITED BY SIZE INTO WSSourceName
           MOVE SPACES TO WSCurProgram
           IF WSSourceSuffix EQUAL TO ".cpy"
               MOVE DIR-NAME TO WSCurProgram
           END-IF
           MOVE 'N' TO WSEOF
           OPEN INPUT SourceFile
           IF WSSourceStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SourceFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ScanSourceLine
               END-READ
           END-PERFORM
           CLOSE SourceFile.

      *> A COPY statement opens its line (commented-out lines start
      *> "*>" and are passed over); the PROGRAM-ID comes first in the
      *> source, so it names every COPY after it.
       ScanSourceLine.
           MOVE FUNCTION TRIM(WSLine, LEADING) TO WSTrimLine
           IF WSTrimLine(1:11) EQUAL TO "PROGRAM-ID."
           AND WSCurProgram EQUAL TO SPACES
               UNSTRING WSTrimLine(12:) DELIMITED BY "." OR ALL SPACE
                   INTO WSCurProgram
               IF WSCurProgram EQUAL TO SPACES
                   UNSTRING FUNCTION TRIM(WSTrimLine(12:))
                       DELIMITED BY "." OR ALL SPACE
                       INTO WSCurProgram
               END-IF
               NEXT SENTENCE
           END-IF
           IF WSTrimLine(1:6) NOT EQUAL TO 'COPY "'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSCopyName
           UNSTRING WSTrimLine(7:) DELIMITED BY '"' INTO WSCopyName
           IF WSCopyName EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           PERFORM FindPriorUse
           IF WSUsePrior NOT EQUAL TO 0
               ADD 1 TO WSUseTimes(WSUsePrior)
               NEXT SENTENCE
           END-IF
           IF WSUseCount >= 2000
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSUseCount
           MOVE 1 TO WSUseTimes(WSUseCount)
           MOVE WSCopyName TO WSUseCopybook(WSUseCount)
           MOVE WSCurProgram TO WSUseProgram(WSUseCount)
           MOVE WSSourceName TO WSUseSource(WSUseCount)
           PERFORM FindOrAddCopybook
           MOVE 0 TO WSUseFrom(WSUseCount)
           IF WSCbFound EQUAL TO 0
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSCbUses(WSCbFound)
           IF WSSourceTree < 3
           AND WSCbHas(WSCbFound, WSSourceTree) EQUAL TO 'Y'
               MOVE WSSourceTree TO WSUseFrom(WSUseCount)
           ELSE
               IF WSCbHas(WSCbFound, 3) EQUAL TO 'Y'
                   MOVE 3 TO WSUseFrom(WSUseCount)
               END-IF
           END-IF.

      *> A source that copies the same book more than once (REPLACING
      *> a different name each time) is one use, counted.
       FindPriorUse.
           MOVE 0 TO WSUsePrior
           PERFORM VARYING WSUseIdx FROM WSUseCount BY -1
               UNTIL WSUseIdx < 1 OR WSUsePrior NOT EQUAL TO 0
               OR WSUseSource(WSUseIdx) NOT EQUAL TO WSSourceName
               IF WSUseCopybook(WSUseIdx) EQUAL TO WSCopyName
                   MOVE WSUseIdx TO WSUsePrior
               END-IF
           END-PERFORM.

      *> Each year's copy against the tools copy; the two years'
      *> against each other where tools keeps none.
       CompareCopies.
           MOVE 0 TO WSPairCount
           MOVE 0 TO WSCopyCount
           PERFORM VARYING WSTreeOther FROM 1 BY 1 UNTIL WSTreeOther > 3
               IF WSCbHas(WSCbIdx, WSTreeOther) EQUAL TO 'Y'
                   ADD 1 TO WSCopyCount
               END-IF
           END-PERFORM
           IF WSCopyCount > 1
               ADD 1 TO WSMultiCount
           END-IF
           PERFORM CheckTreeVariant
           IF WSIsVariant EQUAL TO 'Y'
               IF WSCopyCount > 1
                   ADD 1 TO WSVariantCount
               END-IF
               NEXT SENTENCE
           END-IF
           IF WSCbHas(WSCbIdx, 3) EQUAL TO 'Y'
               PERFORM VARYING WSTreeOther FROM 1 BY 1
                   UNTIL WSTreeOther > 2
                   IF WSCbHas(WSCbIdx, WSTreeOther) EQUAL TO 'Y'
                       ADD 1 TO WSPairCount
                       MOVE WSTreeOther TO WSPairTreeA(WSPairCount)
                       MOVE 3 TO WSPairTreeB(WSPairCount)
                       PERFORM ComparePair
                   END-IF
               END-PERFORM
           ELSE
               IF WSCbHas(WSCbIdx, 1) EQUAL TO 'Y'
               AND WSCbHas(WSCbIdx, 2) EQUAL TO 'Y'
                   MOVE 1 TO WSPairCount
                   MOVE 1 TO WSPairTreeA(1)
                   MOVE 2 TO WSPairTreeB(1)
                   PERFORM ComparePair
               END-IF
           END-IF
           IF WSCbDiverged(WSCbIdx) EQUAL TO 'Y'
               ADD 1 TO WSDivergedCount
           END-IF.

       CheckTreeVariant.
           MOVE 'N' TO WSIsVariant
           PERFORM VARYING WSVariantIdx FROM 1 BY 1
               UNTIL WSVariantIdx > 4 OR WSIsVariant EQUAL TO 'Y'
               IF WSVariantName(WSVariantIdx) EQUAL TO WSCbName(WSCbIdx)
                   MOVE 'Y' TO WSIsVariant
               END-IF
           END-PERFORM.

      *> Line-by-line comparison of one pair of copies, position for
      *> position: how many lines differ, and the first that does.
       ComparePair.
           MOVE SPACES TO WSCopyAName
           STRING FUNCTION TRIM(WSTreeName(WSPairTreeA(WSPairCount)))
               "/src/copybook/" FUNCTION TRIM(WSCbName(WSCbIdx))
               DELIMITED BY SIZE INTO WSCopyAName
           MOVE SPACES TO WSCopyBName
           STRING FUNCTION TRIM(WSTreeName(WSPairTreeB(WSPairCount)))
               "/src/copybook/" FUNCTION TRIM(WSCbName(WSCbIdx))
               DELIMITED BY SIZE INTO WSCopyBName
           MOVE 0 TO WSPairLinesA(WSPairCount)
           MOVE 0 TO WSPairLinesB(WSPairCount)
           MOVE 0 TO WSPairDiffer(WSPairCount)
           MOVE 0 TO WSPairFirst(WSPairCount)
           MOVE SPACES TO WSPairFirstA(WSPairCount)
           MOVE SPACES TO WSPairFirstB(WSPairCount)
           MOVE 0 TO WSCmpLineNo
           MOVE 'N' TO WSCmpEOFA
           MOVE 'N' TO WSCmpEOFB
           OPEN INPUT CopyAFile
           IF WSCopyAStatus NOT EQUAL TO 0
               MOVE 'Y' TO WSCmpEOFA
           END-IF
           OPEN INPUT CopyBFile
           IF WSCopyBStatus NOT EQUAL TO 0
               MOVE 'Y' TO WSCmpEOFB
           END-IF
           PERFORM CompareNextLines
               UNTIL WSCmpEOFA EQUAL TO 'Y' AND WSCmpEOFB EQUAL TO 'Y'
           IF WSCopyAStatus EQUAL TO 0 OR WSCopyAStatus EQUAL TO 10
               CLOSE CopyAFile
           END-IF
           IF WSCopyBStatus EQUAL TO 0 OR WSCopyBStatus EQUAL TO 10
               CLOSE CopyBFile
           END-IF
           IF WSPairDiffer(WSPairCount) NOT EQUAL TO 0
               MOVE 'Y' TO WSCbDiverged(WSCbIdx)
           END-IF.

       CompareNextLines.
           MOVE SPACES TO WSCmpLineA
           MOVE SPACES TO WSCmpLineB
           IF WSCmpEOFA NOT EQUAL TO 'Y'
               READ CopyAFile INTO WSCmpLineA
                   AT END MOVE 'Y' TO WSCmpEOFA
                   NOT AT END ADD 1 TO WSPairLinesA(WSPairCount)
               END-READ
           END-IF
           IF WSCmpEOFB NOT EQUAL TO 'Y'
               READ CopyBFile INTO WSCmpLineB
                   AT END MOVE 'Y' TO WSCmpEOFB
                   NOT AT END ADD 1 TO WSPairLinesB(WSPairCount)
               END-READ
           END-IF
           IF WSCmpEOFA EQUAL TO 'Y' AND WSCmpEOFB EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSCmpLineNo
           IF WSCmpLineA EQUAL TO WSCmpLineB
           AND WSCmpEOFA NOT EQUAL TO 'Y' AND WSCmpEOFB NOT EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSPairDiffer(WSPairCount)
           IF WSPairFirst(WSPairCount) NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE WSCmpLineNo TO WSPairFirst(WSPairCount)
           MOVE WSCmpLineA TO WSPairFirstA(WSPairCount)
           MOVE WSCmpLineB TO WSPairFirstB(WSPairCount)
           IF WSCmpEOFA EQUAL TO 'Y'
               MOVE "(END OF FILE)" TO WSPairFirstA(WSPairCount)
           END-IF
           IF WSCmpEOFB EQUAL TO 'Y'
               MOVE "(END OF FILE)" TO WSPairFirstB(WSPairCount)
           END-IF.

      *> One copybook: the trees holding a copy, how the copies
      *> compare, and every program that COPYs it.
       ReportCopybook.
           IF WSOnlyCopybook NOT EQUAL TO SPACES
           AND WSOnlyCopybook NOT EQUAL TO WSCbName(WSCbIdx)
               NEXT SENTENCE
           END-IF
           IF WSDivergedOnly EQUAL TO 'Y'
           AND WSCbDiverged(WSCbIdx) NOT EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSShown
           MOVE SPACES TO WSCopiesText
           PERFORM VARYING WSTreeOther FROM 1 BY 1 UNTIL WSTreeOther > 3
               IF WSCbHas(WSCbIdx, WSTreeOther) EQUAL TO 'Y'
                   STRING FUNCTION TRIM(WSCopiesText) " "
                       FUNCTION TRIM(WSTreeName(WSTreeOther))
                       DELIMITED BY SIZE INTO WSCopiesText
               END-IF
           END-PERFORM
           IF WSCopiesText EQUAL TO SPACES
               MOVE "NONE" TO WSCopiesText
           END-IF
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WSCbName(WSCbIdx)) "  COPIES: "
               FUNCTION TRIM(WSCopiesText)
           IF WSPairCount > 0 AND WSCbDiverged(WSCbIdx) NOT EQUAL TO 'Y'
               DISPLAY "  COPIES IDENTICAL"
           END-IF
           IF WSIsVariant EQUAL TO 'Y' AND WSCopyCount > 1
               DISPLAY "  PER-TREE VARIANT, COPIES NOT COMPARED"
           END-IF
           PERFORM VARYING WSPairIdx FROM 1 BY 1
               UNTIL WSPairIdx > WSPairCount
               IF WSPairDiffer(WSPairIdx) NOT EQUAL TO 0
                   PERFORM ReportPairDivergence
               END-IF
           END-PERFORM
           IF WSCbUses(WSCbIdx) EQUAL TO 0
               DISPLAY "  NOT COPIED BY ANY PROGRAM"
               ADD 1 TO WSUnusedCount
           END-IF
           PERFORM VARYING WSUseIdx FROM 1 BY 1
               UNTIL WSUseIdx > WSUseCount
               IF WSUseCopybook(WSUseIdx) EQUAL TO WSCbName(WSCbIdx)
                   PERFORM ReportUse
               END-IF
           END-PERFORM.

       ReportPairDivergence.
           MOVE WSPairDiffer(WSPairIdx) TO WSCountDisplay
           DISPLAY "  DIVERGED: "
               FUNCTION TRIM(WSTreeName(WSPairTreeA(WSPairIdx))) " VS "
               FUNCTION TRIM(WSTreeName(WSPairTreeB(WSPairIdx))) ", "
               FUNCTION TRIM(WSCountDisplay) " LINE(S) DIFFER ("
               WSPairLinesA(WSPairIdx) " VS " WSPairLinesB(WSPairIdx)
               " LINES), FIRST AT LINE " WSPairFirst(WSPairIdx)
           DISPLAY "    " WSTreeName(WSPairTreeA(WSPairIdx)) ": "
               FUNCTION TRIM(WSPairFirstA(WSPairIdx), TRAILING)
           DISPLAY "    " WSTreeName(WSPairTreeB(WSPairIdx)) ": "
               FUNCTION TRIM(WSPairFirstB(WSPairIdx), TRAILING).

       ReportUse.
           MOVE SPACES TO WSFromText
           IF WSUseFrom(WSUseIdx) EQUAL TO 0
               MOVE "NOT FOUND" TO WSFromText
           ELSE
               STRING FUNCTION TRIM(WSTreeName(WSUseFrom(WSUseIdx)))
                   "/src/copybook" DELIMITED BY SIZE INTO WSFromText
           END-IF
           MOVE SPACES TO WSUseTimesText
           IF WSUseTimes(WSUseIdx) > 1
               MOVE WSUseTimes(WSUseIdx) TO WSUseTimesDisplay
               STRING " (" FUNCTION TRIM(WSUseTimesDisplay) " TIMES)"
                   DELIMITED BY SIZE INTO WSUseTimesText
           END-IF
           DISPLAY "  " WSUseProgram(WSUseIdx) " "
               FUNCTION TRIM(WSUseSource(WSUseIdx)) "  FROM "
               FUNCTION TRIM(WSFromText)
               FUNCTION TRIM(WSUseTimesText, TRAILING).

      *> COPYs no tree the program's build searches can satisfy.
       ReportUnresolved.
           PERFORM VARYING WSUseIdx FROM 1 BY 1
               UNTIL WSUseIdx > WSUseCount
               IF WSUseFrom(WSUseIdx) EQUAL TO 0
                   ADD 1 TO WSUnresolvedCount
                   IF WSUnresolvedCount EQUAL TO 1
                       DISPLAY " "
                       DISPLAY "UNRESOLVED COPY STATEMENTS:"
                   END-IF
                   DISPLAY "  " FUNCTION TRIM(WSUseSource(WSUseIdx))
                       " COPY " FUNCTION TRIM(WSUseCopybook(WSUseIdx))
               END-IF
           END-PERFORM.

       ReportSummary.
           DISPLAY " "
           MOVE WSCbCount TO WSCountDisplay
           DISPLAY "=== " FUNCTION TRIM(WSCountDisplay) " COPYBOOK(S), "
               WSMultiCount " KEPT IN MORE THAN ONE TREE, "
               WSDivergedCount " DIVERGED, "
               WSUnresolvedCount " UNRESOLVED COPY(S) ==="
           IF WSVariantCount > 0
               DISPLAY "=== " WSVariantCount " PER-TREE VARIANT(S) NOT"
                   " COMPARED ==="
           END-IF
           IF WSUnusedCount > 0
               DISPLAY "=== " WSUnusedCount " COPYBOOK(S) NOT COPIED BY ANY"
                   " PROGRAM ==="
           END-IF
           IF WSDivergedCount EQUAL TO 0 AND WSUnresolvedCount EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE "COPYREF" TO EVENT-PROGRAM
           MOVE "W" TO EVENT-SEVERITY
           MOVE "COPYDRFT" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING WSDivergedCount " COPYBOOK(S) DIVERGED, "
               WSUnresolvedCount " COPY(S) UNRESOLVED"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           MOVE 1 TO RETURN-CODE.

      *> Reads --copybook NAME and --diverged.
       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--copybook"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSOnlyCopybook
                   WHEN "--diverged"
                       MOVE 'Y' TO WSDivergedOnly
                   WHEN OTHER
                       DISPLAY "USAGE: COPYREF [--copybook NAME] [--diverged]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       COPY "dirListRead.cpy".
       COPY "eventAppend.cpy".
