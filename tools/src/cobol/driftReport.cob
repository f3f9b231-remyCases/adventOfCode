               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.

       DATA DIVISION.
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).

       WORKING-STORAGE SECTION.
      *> Answer drift over the run-history master: a puzzle answer
       01 WSValFoundIdx PIC 9(2).
       01 WSValOverflow PIC A.

      *> Every switch to a different answer, in run-date order, with
      *> the program build before and after it: an answer that moved
      *> together with a new build points at the program, one that
      *> moved under the same build points at the input or config.
       01 WSPrevResult PIC X(60).
       01 WSPrevVersion PIC X(18).
       01 WSChangeTable.
           05 WSChangeCount PIC 9(2) VALUE 0.
           05 WSChangeEntry OCCURS 10 TIMES.
               10 WSChgDate PIC X(8).
               10 WSChgFromVer PIC X(18).
               10 WSChgToVer PIC X(18).
       01 WSChgIdx PIC 9(2).
       01 WSVerChanges PIC 9(5) VALUE 0.
       01 WSSameVerChanges PIC 9(5) VALUE 0.

       01 WSKeysSeen PIC 9(5) VALUE 0.
       01 WSDriftKeys PIC 9(5) VALUE 0.
       01 WSDayDisplay PIC Z9.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSKeysDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSDriftDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSVerChgDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSSameVerDisplay.

       PROCEDURE DIVISION.
       Main.
               " DAY/PART(S) CHECKED, "
               FUNCTION TRIM(WSDriftDisplay, LEADING)
               " WITH DRIFTING ANSWERS ==="
           IF WSDriftKeys > 0
               MOVE WSVerChanges TO WSVerChgDisplay
               MOVE WSSameVerChanges TO WSSameVerDisplay
               DISPLAY "=== " FUNCTION TRIM(WSVerChgDisplay, LEADING)
                   " ANSWER CHANGE(S) WITH A PROGRAM VERSION CHANGE, "
                   FUNCTION TRIM(WSSameVerDisplay, LEADING)
                   " UNDER THE SAME VERSION ==="
           END-IF
           IF WSDriftKeys > 0
               MOVE 1 TO RETURN-CODE
           END-IF
               ADD 1 TO WSArgIdx
           END-PERFORM.

      *> Day 00 is a year's section header (YEAROPEN), not an answer.
       FoldOneRecord.
           IF RH-Day EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF WSGroupOpen EQUAL TO 'Y'
           AND (RH-Year NOT EQUAL TO WSCurYear
               OR RH-Day NOT EQUAL TO WSCurDay
               MOVE RH-Part TO WSCurPart
               MOVE 0 TO WSValueCount
               MOVE 'N' TO WSValOverflow
               MOVE 0 TO WSChangeCount
               MOVE RH-Result(1:60) TO WSPrevResult
               MOVE RH-Version TO WSPrevVersion
           END-IF
           IF RH-Result(1:60) NOT EQUAL TO WSPrevResult
           AND WSChangeCount < 10
               ADD 1 TO WSChangeCount
               MOVE RH-RunDate TO WSChgDate(WSChangeCount)
               MOVE WSPrevVersion TO WSChgFromVer(WSChangeCount)
               MOVE RH-Version TO WSChgToVer(WSChangeCount)
           END-IF
           MOVE RH-Result(1:60) TO WSPrevResult
           MOVE RH-Version TO WSPrevVersion
           MOVE 0 TO WSValFoundIdx
           MOVE 1 TO WSValIdx
           PERFORM UNTIL WSValIdx > WSValueCount
                   DISPLAY "  (MORE THAN 10 DISTINCT VALUES: LATER "
                       "ONES NOT LISTED)"
               END-IF
               MOVE 1 TO WSChgIdx
               PERFORM UNTIL WSChgIdx > WSChangeCount
                   PERFORM ShowOneChange
                   ADD 1 TO WSChgIdx
               END-PERFORM
           END-IF
           MOVE 'N' TO WSGroupOpen.

      *> One answer switch, classed by the builds either side of it;
      *> a run swept before the drivers stamped versions can't say.
       ShowOneChange.
           EVALUATE TRUE
               WHEN WSChgFromVer(WSChgIdx) EQUAL TO SPACES
               OR WSChgToVer(WSChgIdx) EQUAL TO SPACES
                   DISPLAY "  CHANGED " WSChgDate(WSChgIdx)
                       ": PROGRAM VERSION NOT RECORDED"
               WHEN WSChgFromVer(WSChgIdx) NOT EQUAL TO
                   WSChgToVer(WSChgIdx)
                   ADD 1 TO WSVerChanges
                   DISPLAY "  CHANGED " WSChgDate(WSChgIdx)
                       ": WITH A PROGRAM VERSION CHANGE ("
                       FUNCTION TRIM(WSChgFromVer(WSChgIdx)) " TO "
                       FUNCTION TRIM(WSChgToVer(WSChgIdx)) ")"
               WHEN OTHER
                   ADD 1 TO WSSameVerChanges
                   DISPLAY "  CHANGED " WSChgDate(WSChgIdx)
                       ": SAME PROGRAM VERSION "
                       FUNCTION TRIM(WSChgToVer(WSChgIdx))
                       " - AN INPUT OR CONFIG CHANGE"
           END-EVALUATE.
