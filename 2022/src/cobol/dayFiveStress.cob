01 WS-MOVESRCDISPLAY PIC 9.
01 WS-MOVEDESDISPLAY PIC 9.

*> Peak ALLOCATE count on the per-node path: DAYFIVE allocates once
*> for its anchor table and once per initial crate character during
*> setup, and never again during move processing (moves only relink
*> existing nodes), so the peak is fixed by the generated diagram's
*> size alone. The node pool makes it two: the anchor table and one
*> segment.
01 WS-PEAKALLOCATE PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WS-PEAKALLOCATEDISPLAY.

01 WS-ENVSAVEDC PIC X(61).
01 WS-SETENVRC PIC 9(8) COMP.

*> Each part runs twice, once per allocation path DAYFIVE offers
*> (AOC2022DAY5ALLOC=NODE, one ALLOCATE per crate; =POOL, the node
*> pool), so the timings sit side by side and the two answers can be
*> checked for identity. The caller's own AOC2022DAY5ALLOC is put
*> back afterwards like the input override.
01 WS-ALLOCENVNAME PIC X(17) VALUE "AOC2022DAY5ALLOC".
01 WS-ALLOCVALUEC PIC X(9).
01 WS-ALLOCSAVEDC PIC X(8).
01 WS-NODERESULT PIC X(80).
01 WS-NODEELAPSED PIC S9(9).
01 WS-ALLOCMISMATCH PIC A VALUE 'N'.

*> DAYFIVE's own parameters and result line.
01 L-OPTION.
       05 L-PART PIC 9 VALUE 1.
           "SINCE DAYFIVE'S MOVE PROCESSING ONLY RELINKS EXISTING NODES"

       PERFORM RedirectDayFiveInput
       PERFORM SaveAllocationPath

       MOVE 1 TO L-PART
       PERFORM CompareAllocationPaths
       MOVE 2 TO L-PART
       PERFORM CompareAllocationPaths

       PERFORM RestoreAllocationPath
       PERFORM RestoreDayFiveInput
       IF WS-ALLOCMISMATCH EQUAL TO 'Y'
           MOVE 1 TO RETURN-CODE
       END-IF
       STOP RUN.

*> One part under the per-node path, then under the node pool: each
*> CALL timed, the answers compared, and a mismatch flagged since the
*> pool must never change a result. DAYFIVE is CANCELled after each
*> CALL, as DAYFIVEMATRIX does, so every run starts from fresh
*> working storage.
CompareAllocationPaths.
       MOVE "NODE" TO WS-ALLOCVALUEC
       PERFORM SetAllocationPath
       ACCEPT WS-TIMESTART FROM TIME
       CALL 'DAYFIVE' USING L-OPTION L-RESULT
       ACCEPT WS-TIMEEND FROM TIME
       CANCEL 'DAYFIVE'
       DISPLAY "PART " L-PART " PER-NODE ALLOCATE:"
       PERFORM ComputeElapsedTime
       MOVE WS-ELAPSEDCS TO WS-NODEELAPSED
       MOVE L-RESULT TO WS-NODERESULT

       MOVE "POOL" TO WS-ALLOCVALUEC
       PERFORM SetAllocationPath
       ACCEPT WS-TIMESTART FROM TIME
       CALL 'DAYFIVE' USING L-OPTION L-RESULT
       ACCEPT WS-TIMEEND FROM TIME
       CANCEL 'DAYFIVE'
       DISPLAY "PART " L-PART " NODE POOL:"
       PERFORM ComputeElapsedTime
       DISPLAY "PART " L-PART " RESULT: " FUNCTION TRIM(L-RESULT)
       IF L-RESULT EQUAL TO WS-NODERESULT
           DISPLAY "PART " L-PART " ALLOCATION PATHS AGREE"
       ELSE
           DISPLAY "PART " L-PART " ALLOCATION PATHS DISAGREE - PER-NODE "
               "RESULT WAS " FUNCTION TRIM(WS-NODERESULT)
           MOVE 'Y' TO WS-ALLOCMISMATCH
       END-IF.

SaveAllocationPath.
       MOVE LOW-VALUES TO WS-ALLOCSAVEDC
       ACCEPT WS-ALLOCSAVEDC FROM ENVIRONMENT "AOC2022DAY5ALLOC"
           ON EXCEPTION
               MOVE SPACES TO WS-ALLOCSAVEDC
       END-ACCEPT.

RestoreAllocationPath.
       MOVE WS-ALLOCSAVEDC TO WS-ALLOCVALUEC
       PERFORM SetAllocationPath.

*> Same null-termination setenv() needs for the input override, on
*> both the name and the value.
SetAllocationPath.
       MOVE LOW-VALUES TO WS-ALLOCENVNAME(17:1)
       COMPUTE WS-COLPOS = FUNCTION LENGTH(FUNCTION TRIM(WS-ALLOCVALUEC)) + 1
       IF WS-ALLOCVALUEC EQUAL TO SPACES
           MOVE 1 TO WS-COLPOS
       END-IF
       MOVE LOW-VALUES TO WS-ALLOCVALUEC(WS-COLPOS:1)
       CALL "setenv" USING BY REFERENCE WS-ALLOCENVNAME
           BY REFERENCE WS-ALLOCVALUEC
           BY VALUE 1 RETURNING WS-SETENVRC
       END-CALL.

*> Elapsed time for one CALL, the same centisecond arithmetic MAINCOB
*> already uses to time every day.
       MOVE LOW-VALUES TO WS-ENVVALUEC(WS-COLPOS:1).

CallSetEnv.
       MOVE LOW-VALUES TO WS-ENVNAME(17:1)
       CALL "setenv" USING BY REFERENCE WS-ENVNAME BY REFERENCE WS-ENVVALUEC
           BY VALUE 1 RETURNING WS-SETENVRC
       END-CALL.
