      *> the paragraphs belong - it supplies CreateLinkedStack,
      *> DisplayLinkedStack, PopLinkedStack, PushLinkedStack,
      *> PushExistingLinkedStack, CutLinkedStack, GluLinkedStack, and
      *> FreeLinkedStack as-is, with no REPLACING needed. Nodes come
      *> from the node pool (linkedStackPool.cpy, InitNodePool /
      *> ReleaseNodePool / DisplayPoolStats below) unless the host has
      *> set NodePoolOff, which keeps the per-node ALLOCATE and FREE.
       CreateLinkedStack.
              MOVE ZEROES TO TMP-CNT
              SET ANCHOR TO NULL
              END-IF.

       PushLinkedStack.
              IF NodePoolOn
                  PERFORM TakePoolNode
              ELSE
                  ALLOCATE NBYTES-NODE CHARACTERS RETURNING ADDRSS
              END-IF
              IF ADDRSS EQUALS TO NULL
                  DISPLAY "ALLOCATION FAILURE: UNABLE TO CREATE STACK NODE"
                  MOVE 2 TO RETURN-CODE
                  SET ADDRESS OF NODE TO ANCHOR
                  SET ADDRSS TO ANCHOR
                  SET ANCHOR TO NEXT-ITEM
                  IF NodePoolOn
                      SET NEXT-ITEM TO POOL-FREE-HEAD
                      SET POOL-FREE-HEAD TO ADDRSS
                      IF POOL-IN-USE > 0
                          SUBTRACT 1 FROM POOL-IN-USE
                      END-IF
                  ELSE
                      FREE ADDRSS
                  END-IF
              END-PERFORM.

      *> Resets the pool counters for this run and allocates the first
      *> segment of POOL-NODES nodes (none yet for an empty diagram -
      *> the first push then adds one). No-op with the pool off.
       InitNodePool.
              MOVE 0 TO POOL-SEG-COUNT
              MOVE 0 TO POOL-FRESH-LEFT
              MOVE 0 TO POOL-IN-USE
              MOVE 0 TO POOL-PEAK
              MOVE 0 TO POOL-REUSED
              MOVE 0 TO POOL-EXHAUSTED
              SET POOL-FREE-HEAD TO NULL
              SET POOL-CURSOR TO NULL
              IF NodePoolOn AND POOL-NODES > 0
                  PERFORM AddPoolSegment
              END-IF.

      *> Hands one node to PushLinkedStack in ADDRSS: a released node
      *> off the free list if there is one, else the next fresh node of
      *> the current segment, else a new segment (an exhaustion event).
      *> ADDRSS comes back NULL only if no segment can be had, which
      *> PushLinkedStack reports as the same allocation failure as ever.
       TakePoolNode.
              IF POOL-FREE-HEAD NOT EQUALS TO NULL
                  SET ADDRSS TO POOL-FREE-HEAD
                  SET ADDRESS OF NODE TO ADDRSS
                  SET POOL-FREE-HEAD TO NEXT-ITEM
                  ADD 1 TO POOL-REUSED
              ELSE
                  IF POOL-FRESH-LEFT EQUALS TO 0
                      IF POOL-SEG-COUNT > 0
                          ADD 1 TO POOL-EXHAUSTED
                      END-IF
                      PERFORM AddPoolSegment
                  END-IF
                  IF POOL-FRESH-LEFT > 0
                      SET ADDRSS TO POOL-CURSOR
                      SET POOL-CURSOR UP BY NBYTES-NODE
                      SUBTRACT 1 FROM POOL-FRESH-LEFT
                  ELSE
                      SET ADDRSS TO NULL
                  END-IF
              END-IF
              IF ADDRSS NOT EQUALS TO NULL
                  ADD 1 TO POOL-IN-USE
                  IF POOL-IN-USE > POOL-PEAK
                      MOVE POOL-IN-USE TO POOL-PEAK
                  END-IF
              END-IF.

       AddPoolSegment.
              IF POOL-NODES EQUALS TO 0
                  MOVE 64 TO POOL-NODES
              END-IF
              IF POOL-SEG-COUNT < 20
                  COMPUTE POOL-SEG-BYTES = NBYTES-NODE * POOL-NODES
                  ALLOCATE POOL-SEG-BYTES CHARACTERS RETURNING POOL-CURSOR
                  IF POOL-CURSOR NOT EQUALS TO NULL
                      ADD 1 TO POOL-SEG-COUNT
                      SET POOL-SEG-ADDR(POOL-SEG-COUNT) TO POOL-CURSOR
                      MOVE POOL-NODES TO POOL-FRESH-LEFT
                  END-IF
              END-IF.

      *> Frees every segment at once; the host PERFORMs this after the
      *> last FreeLinkedStack, when no stack holds a pool node any more.
       ReleaseNodePool.
              PERFORM VARYING POOL-SEG-IDX FROM 1 BY 1
                  UNTIL POOL-SEG-IDX > POOL-SEG-COUNT
                  SET ADDRSS TO POOL-SEG-ADDR(POOL-SEG-IDX)
                  FREE ADDRSS
              END-PERFORM
              MOVE 0 TO POOL-SEG-COUNT
              MOVE 0 TO POOL-FRESH-LEFT
              SET POOL-FREE-HEAD TO NULL
              SET POOL-CURSOR TO NULL.

       DisplayPoolStats.
              IF NodePoolOff
                  DISPLAY "NODE ALLOCATION: PER-NODE ALLOCATE (POOL OFF)"
              ELSE
                  MOVE POOL-NODES TO POOL-NODES-DISPLAY
                  MOVE POOL-PEAK TO POOL-PEAK-DISPLAY
                  MOVE POOL-REUSED TO POOL-REUSED-DISPLAY
                  MOVE POOL-EXHAUSTED TO POOL-EXHAUSTED-DISPLAY
                  DISPLAY "NODE POOL: SEGMENT "
                      FUNCTION TRIM(POOL-NODES-DISPLAY, LEADING)
                      " NODES, PEAK IN USE "
                      FUNCTION TRIM(POOL-PEAK-DISPLAY, LEADING)
                      ", REUSED "
                      FUNCTION TRIM(POOL-REUSED-DISPLAY, LEADING)
                      ", EXHAUSTED "
                      FUNCTION TRIM(POOL-EXHAUSTED-DISPLAY, LEADING)
              END-IF.

      *> Per-stack usage summary - high-water-mark depth and totals of
      *> pushes, pops, cuts, and glues - for the host to PERFORM after
      *> the move replay. Stacks with no tracked activity are skipped.
