       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENRESOLVE.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GenerationFile ASSIGN TO "tools/data/generations"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSGenStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GenerationFile.
       01 GenerationRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> Resolves a relative input reference ("current", "minus one",
      *> "G0003") against the generations index INTAKE keeps,
      *> tools/data/generations:
      *>   BASE|GEN|STAMP|FINGERPRINT|LINES|WHO|STATUS
      *> one record per generation created, STATUS ACTIVE until
      *> RETENTION rolls it off (ROLLED). Relative references count
      *> back over the ACTIVE generations of the one input; a
      *> reference past the oldest one kept resolves to nothing
      *> rather than to the wrong file. See genReference.cpy.
       01 WSGenStatus PIC 99.
       01 WSEOF PIC A.
       01 WSLine PIC X(160).
       01 WSRecBase PIC X(60).
       01 WSRecGenText PIC X(6).
       01 WSRecStamp PIC X(14).
       01 WSRecFp PIC X(8).
       01 WSRecLines PIC X(12).
       01 WSRecWho PIC X(20).
       01 WSRecState PIC X(8).

       01 WSActiveTable.
           05 WSActiveCount PIC 9(4) VALUE 0.
           05 WSActiveGen OCCURS 200 TIMES PIC 9(4).
       01 WSRef PIC X(60).
       01 WSRefWord PIC X(20).
       01 WSRefCount PIC X(20).
       01 WSBack PIC 9(4).
       01 WSWanted PIC 9(4).
       01 WSIdx PIC 9(4).
       01 WSGenDisplay PIC 9(4).

       01 WSNumberWords.
           05 FILLER PIC X(6) VALUE "ONE".
           05 FILLER PIC X(6) VALUE "TWO".
           05 FILLER PIC X(6) VALUE "THREE".
           05 FILLER PIC X(6) VALUE "FOUR".
           05 FILLER PIC X(6) VALUE "FIVE".
           05 FILLER PIC X(6) VALUE "SIX".
           05 FILLER PIC X(6) VALUE "SEVEN".
           05 FILLER PIC X(6) VALUE "EIGHT".
           05 FILLER PIC X(6) VALUE "NINE".
       01 WSNumberLookup REDEFINES WSNumberWords.
           05 WSNumberWord OCCURS 9 TIMES PIC X(6).

       LINKAGE SECTION.
       COPY "genReference.cpy".

       PROCEDURE DIVISION USING GEN-REFERENCE.
       Main.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO GEN-NUMBER
           MOVE SPACES TO GEN-PATH
           SET GEN-NOT-FOUND TO TRUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GEN-REF)) TO WSRef
           PERFORM LoadActiveGenerations
           EVALUATE TRUE
               WHEN WSRef EQUAL TO SPACES
               OR WSRef EQUAL TO "CURRENT"
               OR WSRef EQUAL TO "0"
                   PERFORM ResolveCurrent
               WHEN WSRef(1:5) EQUAL TO "MINUS"
               OR (WSRef(1:1) EQUAL TO "-" AND WSRef(2:1) IS NUMERIC)
                   PERFORM ResolveBackward
               WHEN WSRef(1:1) EQUAL TO "G"
               AND WSRef(2:1) IS NUMERIC
                   PERFORM ResolveAbsolute
               WHEN OTHER
                   MOVE GEN-REF TO GEN-PATH
                   SET GEN-PLAIN-PATH TO TRUE
           END-EVALUATE
           GOBACK.

      *> The ACTIVE generation numbers of GEN-BASE, oldest first - the
      *> index is appended in creation order.
       LoadActiveGenerations.
           MOVE 0 TO WSActiveCount
           MOVE 'N' TO WSEOF
           OPEN INPUT GenerationFile
           IF WSGenStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ GenerationFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM NoteOneGeneration
               END-READ
           END-PERFORM
           CLOSE GenerationFile.

       NoteOneGeneration.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSRecBase WSRecGenText WSRecStamp WSRecFp
               WSRecLines WSRecWho WSRecState
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSRecBase WSRecGenText WSRecStamp WSRecFp
                    WSRecLines WSRecWho WSRecState
           IF WSRecBase EQUAL TO GEN-BASE
           AND WSRecState EQUAL TO "ACTIVE"
           AND FUNCTION TEST-NUMVAL(WSRecGenText) EQUAL TO 0
           AND WSActiveCount < 200
               ADD 1 TO WSActiveCount
               COMPUTE WSActiveGen(WSActiveCount) =
                   FUNCTION NUMVAL(WSRecGenText)
           END-IF.

      *> The installed input itself: what every program reads by
      *> default, stamped with the newest generation on record.
       ResolveCurrent.
           MOVE GEN-BASE TO GEN-PATH
           IF WSActiveCount > 0
               MOVE WSActiveGen(WSActiveCount) TO GEN-NUMBER
           END-IF
           SET GEN-RESOLVED TO TRUE.

      *> "MINUS ONE", "MINUS 1", "MINUS-ONE", "-1": that many ACTIVE
      *> generations back from the newest.
       ResolveBackward.
           MOVE 0 TO WSBack
           MOVE SPACES TO WSRefWord
           MOVE SPACES TO WSRefCount
           IF WSRef(1:1) EQUAL TO "-"
               MOVE WSRef(2:) TO WSRefCount
           ELSE
               MOVE WSRef(6:) TO WSRefCount
               INSPECT WSRefCount REPLACING LEADING "-" BY SPACE
               MOVE FUNCTION TRIM(WSRefCount) TO WSRefCount
           END-IF
           IF FUNCTION TEST-NUMVAL(WSRefCount) EQUAL TO 0
               COMPUTE WSBack = FUNCTION NUMVAL(WSRefCount)
           ELSE
               PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > 9
                   IF WSRefCount EQUAL TO WSNumberWord(WSIdx)
                       MOVE WSIdx TO WSBack
                   END-IF
               END-PERFORM
           END-IF
           IF WSBack EQUAL TO 0
               IF FUNCTION TRIM(WSRefCount) EQUAL TO "ZERO"
                   PERFORM ResolveCurrent
               END-IF
               NEXT SENTENCE
           END-IF
           IF WSBack >= WSActiveCount
               NEXT SENTENCE
           END-IF
           COMPUTE WSIdx = WSActiveCount - WSBack
           MOVE WSActiveGen(WSIdx) TO WSWanted
           PERFORM BuildGenerationPath.

      *> "G0003", "G3": that absolute generation, while it is kept.
       ResolveAbsolute.
           IF FUNCTION TEST-NUMVAL(WSRef(2:)) NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           COMPUTE WSWanted = FUNCTION NUMVAL(WSRef(2:))
           PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > WSActiveCount
               IF WSActiveGen(WSIdx) EQUAL TO WSWanted
                   PERFORM BuildGenerationPath
               END-IF
           END-PERFORM.

       BuildGenerationPath.
           MOVE WSWanted TO WSGenDisplay
           MOVE SPACES TO GEN-PATH
           STRING FUNCTION TRIM(GEN-BASE) ".G" WSGenDisplay
               DELIMITED BY SIZE INTO GEN-PATH
           MOVE WSWanted TO GEN-NUMBER
           SET GEN-RESOLVED TO TRUE.
