       >>SOURCE FORMAT FREE
*> Copyright (C) 2025 Rémy Cases
*> See LICENSE file for extended copyright information.
*> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

IDENTIFICATION DIVISION.
PROGRAM-ID. CRATELINEAGE.
AUTHOR. RémyCases

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LineageFile ASSIGN TO WS-FileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FileStatus.

DATA DIVISION.
FILE SECTION.
FD LineageFile.
01 F-Line PIC X(80).

WORKING-STORAGE SECTION.
*> Inquiry over the crate lineage file DAYFIVE writes when
*> AOC2022DAY5LINEAGE is set (--crate X and/or --stack N
*> [--part 1|2] [--file PATH]): for every crate that started with
*> letter X and/or on stack N, the full journey under each crane
*> replayed - starting position, every move that lifted it, and
*> where it ended up. Only the latest run's block is read per crane
*> (everything after that crane's last H record), so a file that
*> accumulated several runs still answers for the most recent one.
*> Part 1 is the CrateMover 9000, part 2 the CrateMover 9001.
01 WS-FileName PIC X(80) VALUE "2022/data/lineage_day_five".
01 WS-FileStatus PIC 99.
01 WS-ArgCount PIC 9(3) VALUE 0.
01 WS-ArgIdx PIC 9(3) VALUE 0.
01 WS-ArgValue PIC X(80).
01 WS-EOF PIC A.
01 WS-WantLetter PIC X VALUE SPACE.
01 WS-WantStack PIC 9 VALUE 0.
01 WS-WantPart PIC 9 VALUE 0.

01 WS-LineNo PIC 9(7).
01 WS-Cranes.
       05 WS-CraneEntry OCCURS 2 TIMES.
           10 WS-CraneName PIC X(8).
           10 WS-CraneLastH PIC 9(7).
           10 WS-CraneHeader PIC X(80).
01 WS-C PIC 9.

*> One lineage record split on its pipes; fields 5-7 are
*> STACK|DEPTH for S/F records and MOVE|FROM|TO for M records.
01 WS-Rec.
       05 WS-RecType PIC X.
       05 WS-RecCrane PIC X(8).
       05 WS-RecId PIC X(8).
       05 WS-RecLetter PIC X.
       05 WS-RecField5 PIC X(8).
       05 WS-RecField6 PIC X(8).
       05 WS-RecField7 PIC X(8).
01 WS-RecIdNum PIC 9(3).

01 WS-Selected.
       05 WS-SelCount PIC 9(3) VALUE 0.
       05 WS-SelId OCCURS 180 TIMES PIC 9(3).
01 WS-SelIdx PIC 9(3).
01 WS-IsSelected PIC A.
01 WS-TotalFound PIC 9(4) VALUE 0.
01 WS-MoveDisplay PIC Z(5)9.
01 WS-IdDisplay PIC Z(2)9.

PROCEDURE DIVISION.
Main.
       PERFORM ParseCommandLine
       IF WS-WantLetter EQUAL TO SPACE AND WS-WantStack EQUAL TO 0
           DISPLAY "USAGE: CRATELINEAGE --crate X | --stack N "
               "[--part 1|2] [--file LINEAGE]"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       MOVE "9000" TO WS-CraneName(1)
       MOVE "9001" TO WS-CraneName(2)
       PERFORM FindLatestBlocks

       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 2
           IF WS-WantPart EQUAL TO 0 OR WS-WantPart EQUAL TO WS-C
               IF WS-CraneLastH(WS-C) EQUAL TO 0
                   IF WS-WantPart EQUAL TO WS-C
                       DISPLAY "NO CRATEMOVER " FUNCTION TRIM(WS-CraneName(WS-C))
                           " RUN RECORDED IN " FUNCTION TRIM(WS-FileName)
                   END-IF
               ELSE
                   PERFORM TraceCrane
               END-IF
           END-IF
       END-PERFORM

       IF WS-TotalFound EQUAL TO 0
           DISPLAY "NO CRATE MATCHES THE SELECTION"
           MOVE 1 TO RETURN-CODE
       END-IF
       GOBACK.

ParseCommandLine.
       ACCEPT WS-ArgCount FROM ARGUMENT-NUMBER
       MOVE 1 TO WS-ArgIdx
       PERFORM UNTIL WS-ArgIdx > WS-ArgCount
           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
           ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
           EVALUATE WS-ArgValue
               WHEN "--crate"
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-ArgValue(1:1)) TO WS-WantLetter
               WHEN "--stack"
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
                   COMPUTE WS-WantStack = FUNCTION NUMVAL(WS-ArgValue)
               WHEN "--part"
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
                   COMPUTE WS-WantPart = FUNCTION NUMVAL(WS-ArgValue)
                   IF WS-WantPart > 2
                       MOVE 0 TO WS-WantPart
                   END-IF
               WHEN "--file"
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT WS-ArgValue FROM ARGUMENT-VALUE
                   MOVE WS-ArgValue TO WS-FileName
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-ArgIdx
       END-PERFORM.

*> First pass: the line number of each crane's last header, which
*> is where that crane's latest run begins.
FindLatestBlocks.
       MOVE 0 TO WS-CraneLastH(1)
       MOVE 0 TO WS-CraneLastH(2)
       PERFORM OpenLineage
       PERFORM UNTIL WS-EOF EQUAL TO 'Y'
           READ LineageFile
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LineNo
                   IF F-Line(1:2) EQUAL TO "H|"
                       PERFORM SplitRecord
                       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 2
                           IF WS-RecCrane EQUAL TO WS-CraneName(WS-C)
                               MOVE WS-LineNo TO WS-CraneLastH(WS-C)
                               MOVE F-Line TO WS-CraneHeader(WS-C)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LineageFile.

OpenLineage.
       MOVE 'N' TO WS-EOF
       MOVE 0 TO WS-LineNo
       OPEN INPUT LineageFile
       IF WS-FileStatus NOT EQUAL TO 0
           DISPLAY "Error " WS-FileStatus ": unable to open "
               FUNCTION TRIM(WS-FileName) ". Exiting program."
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.

SplitRecord.
       MOVE SPACES TO WS-Rec
       UNSTRING F-Line DELIMITED BY '|'
           INTO WS-RecType WS-RecCrane WS-RecId WS-RecLetter
               WS-RecField5 WS-RecField6 WS-RecField7
       END-UNSTRING
       MOVE 0 TO WS-RecIdNum
       IF WS-RecId NOT EQUAL TO SPACES
           COMPUTE WS-RecIdNum = FUNCTION NUMVAL(WS-RecId)
       END-IF.

*> Second pass for crane WS-C over its latest block only: the
*> starting records pick the crates asked for (they are all written
*> before the first move), then each of their lifts and their final
*> position are reported in file order.
TraceCrane.
       MOVE 0 TO WS-SelCount
       DISPLAY "CRATE LINEAGE - CRATEMOVER " FUNCTION TRIM(WS-CraneName(WS-C))
       DISPLAY "  RUN " FUNCTION TRIM(WS-CraneHeader(WS-C))
       PERFORM OpenLineage
       PERFORM UNTIL WS-EOF EQUAL TO 'Y'
           READ LineageFile
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LineNo
                   IF WS-LineNo > WS-CraneLastH(WS-C)
                       PERFORM SplitRecord
                       IF WS-RecCrane EQUAL TO WS-CraneName(WS-C)
                           PERFORM TraceRecord
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LineageFile
       IF WS-SelCount EQUAL TO 0
           DISPLAY "  NO CRATE MATCHES THE SELECTION"
       END-IF.

TraceRecord.
       EVALUATE WS-RecType
           WHEN "S"
               IF (WS-WantLetter EQUAL TO SPACE
                   OR WS-WantLetter EQUAL TO WS-RecLetter)
               AND (WS-WantStack EQUAL TO 0
                   OR WS-WantStack EQUAL TO FUNCTION NUMVAL(WS-RecField5))
               AND WS-SelCount < 180
                   ADD 1 TO WS-SelCount
                   ADD 1 TO WS-TotalFound
                   MOVE WS-RecIdNum TO WS-SelId(WS-SelCount)
                   MOVE WS-RecIdNum TO WS-IdDisplay
                   DISPLAY "  CRATE " WS-IdDisplay " [" WS-RecLetter "]"
                       " START   STACK " FUNCTION TRIM(WS-RecField5)
                       " DEPTH " FUNCTION TRIM(WS-RecField6)
               END-IF
           WHEN "M"
               PERFORM CheckSelected
               IF WS-IsSelected EQUAL TO 'Y'
                   MOVE FUNCTION NUMVAL(WS-RecField5) TO WS-MoveDisplay
                   MOVE WS-RecIdNum TO WS-IdDisplay
                   DISPLAY "  CRATE " WS-IdDisplay " [" WS-RecLetter "]"
                       " MOVE " FUNCTION TRIM(WS-MoveDisplay)
                       ": STACK " FUNCTION TRIM(WS-RecField6)
                       " -> STACK " FUNCTION TRIM(WS-RecField7)
               END-IF
           WHEN "F"
               PERFORM CheckSelected
               IF WS-IsSelected EQUAL TO 'Y'
                   MOVE WS-RecIdNum TO WS-IdDisplay
                   DISPLAY "  CRATE " WS-IdDisplay " [" WS-RecLetter "]"
                       " FINAL   STACK " FUNCTION TRIM(WS-RecField5)
                       " DEPTH " FUNCTION TRIM(WS-RecField6)
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

CheckSelected.
       MOVE 'N' TO WS-IsSelected
       PERFORM VARYING WS-SelIdx FROM 1 BY 1
           UNTIL WS-SelIdx > WS-SelCount OR WS-IsSelected EQUAL TO 'Y'
           IF WS-SelId(WS-SelIdx) EQUAL TO WS-RecIdNum
               MOVE 'Y' TO WS-IsSelected
           END-IF
       END-PERFORM.
