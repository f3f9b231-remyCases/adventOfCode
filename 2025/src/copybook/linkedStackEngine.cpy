      *> WORKING-STORAGE and set StackStatIdx to the stack number an
      *> operation targets, so per-stack depth, high-water mark, and
      *> push/pop/cut/glue totals accumulate as the run progresses
      *> (index 0 leaves an operation untracked). Nodes come from the
      *> node pool (linkedStackPool.cpy, InitNodePool / ReleaseNodePool
      *> / DisplayPoolStats below) unless the host has set NodePoolOff,
      *> which keeps the per-node ALLOCATE and FREE.
       CreateLinkedStack.
           MOVE ZEROES TO TmpCnt
           SET Anchor TO NULL
           END-IF.

       PushLinkedStack.
           IF NodePoolOn
               PERFORM TakePoolNode
           ELSE
               ALLOCATE NBytesNode CHARACTERS RETURNING Addrss
           END-IF
           IF Addrss EQUALS TO NULL
               DISPLAY "ALLOCATION FAILURE: UNABLE TO CREATE STACK NODE"
               MOVE 2 TO RETURN-CODE
               SET ADDRESS OF Node TO Anchor
               SET Addrss TO Anchor
               SET Anchor TO NextItem
               IF NodePoolOn
                   SET NextItem TO PoolFreeHead
                   SET PoolFreeHead TO Addrss
                   IF PoolInUse > 0
                       SUBTRACT 1 FROM PoolInUse
                   END-IF
               ELSE
                   FREE Addrss
               END-IF
           END-PERFORM.

      *> Resets the pool counters for this run and allocates the first
      *> segment of PoolNodes nodes (none yet for an empty diagram -
      *> the first push then adds one). No-op with the pool off.
       InitNodePool.
           MOVE 0 TO PoolSegCount
           MOVE 0 TO PoolFreshLeft
           MOVE 0 TO PoolInUse
           MOVE 0 TO PoolPeak
           MOVE 0 TO PoolReused
           MOVE 0 TO PoolExhausted
           SET PoolFreeHead TO NULL
           SET PoolCursor TO NULL
           IF NodePoolOn AND PoolNodes > 0
               PERFORM AddPoolSegment
           END-IF.

      *> Hands one node to PushLinkedStack in Addrss: a released node
      *> off the free list if there is one, else the next fresh node of
      *> the current segment, else a new segment (an exhaustion event).
      *> Addrss comes back NULL only if no segment can be had, which
      *> PushLinkedStack reports as the same allocation failure as ever.
       TakePoolNode.
           IF PoolFreeHead NOT EQUALS TO NULL
               SET Addrss TO PoolFreeHead
               SET ADDRESS OF Node TO Addrss
               SET PoolFreeHead TO NextItem
               ADD 1 TO PoolReused
           ELSE
               IF PoolFreshLeft EQUALS TO 0
                   IF PoolSegCount > 0
                       ADD 1 TO PoolExhausted
                   END-IF
                   PERFORM AddPoolSegment
               END-IF
               IF PoolFreshLeft > 0
                   SET Addrss TO PoolCursor
                   SET PoolCursor UP BY NBytesNode
                   SUBTRACT 1 FROM PoolFreshLeft
               ELSE
                   SET Addrss TO NULL
               END-IF
           END-IF
           IF Addrss NOT EQUALS TO NULL
               ADD 1 TO PoolInUse
               IF PoolInUse > PoolPeak
                   MOVE PoolInUse TO PoolPeak
               END-IF
           END-IF.

       AddPoolSegment.
           IF PoolNodes EQUALS TO 0
               MOVE 64 TO PoolNodes
           END-IF
           IF PoolSegCount < 20
               COMPUTE PoolSegBytes = NBytesNode * PoolNodes
               ALLOCATE PoolSegBytes CHARACTERS RETURNING PoolCursor
               IF PoolCursor NOT EQUALS TO NULL
                   ADD 1 TO PoolSegCount
                   SET PoolSegAddr(PoolSegCount) TO PoolCursor
                   MOVE PoolNodes TO PoolFreshLeft
               END-IF
           END-IF.

      *> Frees every segment at once; the host PERFORMs this after the
      *> last FreeLinkedStack, when no stack holds a pool node any more.
       ReleaseNodePool.
           PERFORM VARYING PoolSegIdx FROM 1 BY 1
               UNTIL PoolSegIdx > PoolSegCount
               SET Addrss TO PoolSegAddr(PoolSegIdx)
               FREE Addrss
           END-PERFORM
           MOVE 0 TO PoolSegCount
           MOVE 0 TO PoolFreshLeft
           SET PoolFreeHead TO NULL
           SET PoolCursor TO NULL.

       DisplayPoolStats.
           IF NodePoolOff
               DISPLAY "NODE ALLOCATION: PER-NODE ALLOCATE (POOL OFF)"
           ELSE
               MOVE PoolNodes TO PoolNodesDisplay
               MOVE PoolPeak TO PoolPeakDisplay
               MOVE PoolReused TO PoolReusedDisplay
               MOVE PoolExhausted TO PoolExhaustedDisplay
               DISPLAY "NODE POOL: SEGMENT "
                   FUNCTION TRIM(PoolNodesDisplay, LEADING)
                   " NODES, PEAK IN USE "
                   FUNCTION TRIM(PoolPeakDisplay, LEADING)
                   ", REUSED "
                   FUNCTION TRIM(PoolReusedDisplay, LEADING)
                   ", EXHAUSTED "
                   FUNCTION TRIM(PoolExhaustedDisplay, LEADING)
           END-IF.

      *> Per-stack usage summary - high-water-mark depth and totals of
      *> pushes, pops, cuts, and glues - for the host to PERFORM after
      *> the move replay. Stacks with no tracked activity are skipped.
