       >>SOURCE FORMAT FREE
*> Copyright (C) 2025 Rémy Cases
*> See LICENSE file for extended copyright information.
*> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

IDENTIFICATION DIVISION.
PROGRAM-ID. SECTIONINQ.
AUTHOR. RémyCases

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DataFile ASSIGN TO WS-DataFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FileStatus.

DATA DIVISION.
FILE SECTION.
FD DataFile.
01 F-Data PIC X(50).

WORKING-STORAGE SECTION.
*> The supervisor's answer to "who has section 57": walks the DAYFOUR
*> (2022) cleanup-assignment list and, for a section or an inclusive
*> section range (--section N or --section N-M), lists every pair and
*> every elf on it whose range covers any of those sections, with the
*> pair's verdict under part 1 (one range contains another) and part 2
*> (any two ranges overlap) - the same rules DAYFOUR's CheckAllPairs
*> applies. The heat map says how contested a section is; this says
*> by whom. --input overrides the list, which otherwise follows
*> AOC2022DAY4INPUT the way DAYFOUR does.
01 WS-DataFileName PIC X(80) VALUE "2022/data/input_day_four".
01 WS-FileStatus PIC 99.
01 WS-ArgCount PIC 9(3) VALUE 0.
01 WS-ArgIdx PIC 9(3) VALUE 0.
01 WS-ArgValue PIC X(80).
01 WS-EOF PIC A VALUE 'N'.
01 WS-SectionGiven PIC A VALUE 'N'.
01 WS-FromText PIC X(10).
01 WS-ToText PIC X(10).
01 WS-FromSection PIC 9(3) VALUE 0.
01 WS-ToSection PIC 9(3) VALUE 0.
01 WS-SwapSection PIC 9(3).

01 WS-Data PIC X(50).
01 WS-LineNumber PIC 9(8) VALUE 0.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-LineNumberDisplay.

*> Ranges parsed from the current line, as DAYFOUR's ParseRanges does.
01 WS-CommaCount PIC 9(2) VALUE ZEROES.
01 WS-RangeCount PIC 9(2) VALUE ZEROES.
01 WS-RangeIdx PIC 9(2) VALUE ZEROES.
01 WS-RangeTable.
       05 WS-Range OCCURS 10 TIMES.
           10 WS-RangeStart PIC 9(3).
           10 WS-RangeEnd PIC 9(3).
01 WS-Segment PIC X(20).
01 WS-SegmentPointer PIC 9(3).

01 WS-PairI PIC 9(2).
01 WS-PairJ PIC 9(2).
01 WS-ContainOverlap PIC A VALUE 'N'.
       88 ContainOverlapFound VALUE 'Y'.
       88 NoContainOverlap VALUE 'N'.
01 WS-AnyOverlap PIC A VALUE 'N'.
       88 AnyOverlapFound VALUE 'Y'.
       88 NoAnyOverlap VALUE 'N'.

01 WS-LineCovered PIC A.
01 WS-CoverFrom PIC 9(3).
01 WS-CoverTo PIC 9(3).
01 WS-Part1Text PIC X(11).
01 WS-Part2Text PIC X(11).
01 WS-NumDisplay PIC ZZ9.
01 WS-NumDisplay2 PIC ZZ9.
01 WS-NumDisplay3 PIC ZZ9.
01 WS-NumDisplay4 PIC ZZ9.
01 WS-ElfDisplay PIC Z9.

01 WS-PairsFound PIC 9(6) VALUE 0.
01 WS-ElvesFound PIC 9(6) VALUE 0.
01 WS-Part1Found PIC 9(6) VALUE 0.
01 WS-Part2Found PIC 9(6) VALUE 0.
01 WS-CountDisplay PIC Z(5)9.

PROCEDURE DIVISION.
Main.
       ACCEPT WS-DataFileName FROM ENVIRONMENT "AOC2022DAY4INPUT"
           ON EXCEPTION
               MOVE "2022/data/input_day_four" TO WS-DataFileName
       END-ACCEPT
       PERFORM ParseCommandLine
       IF WS-SectionGiven NOT EQUAL TO 'Y'
           DISPLAY "USAGE: SECTIONINQ --section N | --section N-M "
               "[--input FILE]"
           DISPLAY "LISTS EVERY PAIR AND ELF WHOSE RANGE COVERS THE "
               "SECTION(S), WITH THE PART 1 AND PART 2 VERDICTS."
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE WS-FromSection TO WS-NumDisplay
       MOVE WS-ToSection TO WS-NumDisplay2
       IF WS-FromSection EQUAL TO WS-ToSection
           DISPLAY "=== INQUIRY FOR SECTION "
               FUNCTION TRIM(WS-NumDisplay) " ==="
       ELSE
           DISPLAY "=== INQUIRY FOR SECTIONS "
               FUNCTION TRIM(WS-NumDisplay) "-"
               FUNCTION TRIM(WS-NumDisplay2) " ==="
       END-IF

       OPEN INPUT DataFile
       IF WS-FileStatus NOT EQUAL TO 0
           DISPLAY "Error " WS-FileStatus ": unable to open "
               FUNCTION TRIM(WS-DataFileName) ". Exiting program."
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-EOF EQUAL TO 'Y'
           READ DataFile INTO WS-Data
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LineNumber
                   IF WS-Data NOT EQUAL TO SPACES
                       PERFORM InquireOneLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DataFile

       PERFORM ReportTotals
       IF WS-PairsFound EQUAL TO 0
           MOVE 1 TO RETURN-CODE
       END-IF
       STOP RUN.

ParseCommandLine.
       ACCEPT WS-ArgCount FROM ARGUMENT-NUMBER
       MOVE 1 TO WS-ArgIdx
       PERFORM UNTIL WS-ArgIdx > WS-ArgCount
           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
           ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
           EVALUATE WS-ArgValue
               WHEN "--section"
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
                   PERFORM ParseSectionArgument
               WHEN "--input"
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
                   MOVE WS-ArgValue TO WS-DataFileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-ArgIdx
       END-PERFORM.

*> "57" asks for one section, "50-60" for an inclusive range; the
*> bounds are put in order if given backwards.
ParseSectionArgument.
       MOVE SPACES TO WS-FromText
       MOVE SPACES TO WS-ToText
       UNSTRING WS-ArgValue DELIMITED BY '-'
           INTO WS-FromText WS-ToText
       END-UNSTRING
       IF WS-FromText EQUAL TO SPACES
       OR FUNCTION TEST-NUMVAL(WS-FromText) NOT EQUAL TO 0
           NEXT SENTENCE
       END-IF
       COMPUTE WS-FromSection = FUNCTION NUMVAL(WS-FromText)
       MOVE WS-FromSection TO WS-ToSection
       IF WS-ToText NOT EQUAL TO SPACES
           IF FUNCTION TEST-NUMVAL(WS-ToText) NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           COMPUTE WS-ToSection = FUNCTION NUMVAL(WS-ToText)
       END-IF
       IF WS-FromSection > WS-ToSection
           MOVE WS-FromSection TO WS-SwapSection
           MOVE WS-ToSection TO WS-FromSection
           MOVE WS-SwapSection TO WS-ToSection
       END-IF
       MOVE 'Y' TO WS-SectionGiven.

*> A line is reported once, with its verdicts, followed by each elf
*> on it whose range reaches into the sections asked about and the
*> part of the inquiry that elf covers.
InquireOneLine.
       PERFORM ParseRanges
       MOVE 'N' TO WS-LineCovered
       PERFORM VARYING WS-RangeIdx FROM 1 BY 1
           UNTIL WS-RangeIdx > WS-RangeCount
           IF WS-RangeStart(WS-RangeIdx) <= WS-ToSection
           AND WS-FromSection <= WS-RangeEnd(WS-RangeIdx)
               MOVE 'Y' TO WS-LineCovered
           END-IF
       END-PERFORM
       IF WS-LineCovered NOT EQUAL TO 'Y'
           NEXT SENTENCE
       END-IF

       PERFORM CheckAllPairs
       ADD 1 TO WS-PairsFound
       IF ContainOverlapFound
           MOVE "COUNTED" TO WS-Part1Text
           ADD 1 TO WS-Part1Found
       ELSE
           MOVE "NOT COUNTED" TO WS-Part1Text
       END-IF
       IF AnyOverlapFound
           MOVE "COUNTED" TO WS-Part2Text
           ADD 1 TO WS-Part2Found
       ELSE
           MOVE "NOT COUNTED" TO WS-Part2Text
       END-IF
       MOVE WS-LineNumber TO WS-LineNumberDisplay
       DISPLAY "PAIR ON LINE " FUNCTION TRIM(WS-LineNumberDisplay, LEADING)
           ": " FUNCTION TRIM(WS-Data)
       DISPLAY "  PART 1 (CONTAINS): " FUNCTION TRIM(WS-Part1Text)
           ", PART 2 (ANY OVERLAP): " FUNCTION TRIM(WS-Part2Text)

       PERFORM VARYING WS-RangeIdx FROM 1 BY 1
           UNTIL WS-RangeIdx > WS-RangeCount
           IF WS-RangeStart(WS-RangeIdx) <= WS-ToSection
           AND WS-FromSection <= WS-RangeEnd(WS-RangeIdx)
               PERFORM ReportCoveringElf
           END-IF
       END-PERFORM.

ReportCoveringElf.
       ADD 1 TO WS-ElvesFound
       MOVE WS-FromSection TO WS-CoverFrom
       IF WS-RangeStart(WS-RangeIdx) > WS-CoverFrom
           MOVE WS-RangeStart(WS-RangeIdx) TO WS-CoverFrom
       END-IF
       MOVE WS-ToSection TO WS-CoverTo
       IF WS-RangeEnd(WS-RangeIdx) < WS-CoverTo
           MOVE WS-RangeEnd(WS-RangeIdx) TO WS-CoverTo
       END-IF
       MOVE WS-RangeIdx TO WS-ElfDisplay
       MOVE WS-RangeStart(WS-RangeIdx) TO WS-NumDisplay
       MOVE WS-RangeEnd(WS-RangeIdx) TO WS-NumDisplay2
       MOVE WS-CoverFrom TO WS-NumDisplay3
       MOVE WS-CoverTo TO WS-NumDisplay4
       DISPLAY "  ELF " FUNCTION TRIM(WS-ElfDisplay) " RANGE "
           FUNCTION TRIM(WS-NumDisplay) "-" FUNCTION TRIM(WS-NumDisplay2)
           " COVERS " FUNCTION TRIM(WS-NumDisplay3) "-"
           FUNCTION TRIM(WS-NumDisplay4).

ReportTotals.
       DISPLAY "---"
       MOVE WS-PairsFound TO WS-CountDisplay
       DISPLAY FUNCTION TRIM(WS-CountDisplay, LEADING) " PAIR(S), "
           WITH NO ADVANCING
       MOVE WS-ElvesFound TO WS-CountDisplay
       DISPLAY FUNCTION TRIM(WS-CountDisplay, LEADING)
           " ELF(S) COVER THE SECTION(S)"
       MOVE WS-Part1Found TO WS-CountDisplay
       DISPLAY "  " FUNCTION TRIM(WS-CountDisplay, LEADING)
           " OF THOSE PAIRS COUNTED UNDER PART 1, " WITH NO ADVANCING
       MOVE WS-Part2Found TO WS-CountDisplay
       DISPLAY FUNCTION TRIM(WS-CountDisplay, LEADING)
           " UNDER PART 2".

ParseRanges.
       MOVE ZEROES TO WS-RangeTable
       MOVE ZEROES TO WS-RangeIdx
       MOVE ZEROES TO WS-CommaCount
       INSPECT FUNCTION TRIM(WS-Data) TALLYING WS-CommaCount FOR ALL ','
       COMPUTE WS-RangeCount = WS-CommaCount + 1
       IF WS-RangeCount > 10
           MOVE 10 TO WS-RangeCount
       END-IF
       MOVE 1 TO WS-SegmentPointer
       PERFORM ParseNextSegment WS-RangeCount TIMES.

ParseNextSegment.
       ADD 1 TO WS-RangeIdx
       MOVE SPACES TO WS-Segment
       UNSTRING WS-Data DELIMITED BY ','
           INTO WS-Segment
           WITH POINTER WS-SegmentPointer
       UNSTRING WS-Segment DELIMITED BY '-'
           INTO WS-RangeStart(WS-RangeIdx) WS-RangeEnd(WS-RangeIdx).

CheckAllPairs.
       SET NoContainOverlap TO TRUE
       SET NoAnyOverlap TO TRUE
       MOVE 1 TO WS-PairI
       PERFORM UNTIL WS-PairI > WS-RangeCount
           COMPUTE WS-PairJ = WS-PairI + 1
           PERFORM UNTIL WS-PairJ > WS-RangeCount
               PERFORM CheckOnePair
               ADD 1 TO WS-PairJ
           END-PERFORM
           ADD 1 TO WS-PairI
       END-PERFORM.

CheckOnePair.
       IF WS-RangeStart(WS-PairI) <= WS-RangeStart(WS-PairJ) AND
           WS-RangeEnd(WS-PairJ) <= WS-RangeEnd(WS-PairI)
           SET ContainOverlapFound TO TRUE
       END-IF
       IF WS-RangeStart(WS-PairJ) <= WS-RangeStart(WS-PairI) AND
           WS-RangeEnd(WS-PairI) <= WS-RangeEnd(WS-PairJ)
           SET ContainOverlapFound TO TRUE
       END-IF
       IF WS-RangeStart(WS-PairI) <= WS-RangeEnd(WS-PairJ) AND
           WS-RangeStart(WS-PairJ) <= WS-RangeEnd(WS-PairI)
           SET AnyOverlapFound TO TRUE
       END-IF.
