      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Node pool for the shared linked-stack engine. Instead of one
      *> ALLOCATE per crate and one FREE per crate at teardown, the host
      *> sizes the pool once (PoolNodes, from the parsed header) and
      *> PERFORMs InitNodePool: a single segment of that many nodes is
      *> allocated and handed out front to back, and FreeLinkedStack
      *> threads released nodes onto PoolFreeHead for PushLinkedStack
      *> to reuse first. Running out of fresh nodes is an exhaustion
      *> event: another segment of the same size is added (up to 20),
      *> so a short estimate costs time, never a wrong answer.
      *> ReleaseNodePool frees the segments in one go. PoolMode 'A'
      *> keeps the original per-node ALLOCATE/FREE path, selectable so
      *> the two can be timed and compared on the same input. COPY
      *> this into WORKING-STORAGE next to linkedStackStats.cpy.
      *> Like the engine, node and statistics copybooks, it is kept in
      *> each tree's own data naming, so the 2022 and 2025 copies
      *> differ by design and COPYREF does not compare them.
       01 PoolMode PIC A VALUE 'P'.
           88 NodePoolOn VALUE 'P'.
           88 NodePoolOff VALUE 'A'.
       01 PoolNodes PIC 9(6) VALUE 0.
       01 PoolSegBytes PIC S9(9) BINARY.
       01 PoolSegCount PIC 99 VALUE 0.
       01 PoolSegIdx PIC 99.
       01 PoolSegTable.
           05 PoolSegAddr OCCURS 20 TIMES USAGE POINTER.
       01 PoolCursor USAGE POINTER VALUE NULL.
       01 PoolFreshLeft PIC 9(6) VALUE 0.
       01 PoolFreeHead USAGE POINTER VALUE NULL.
       01 PoolInUse PIC 9(8) VALUE 0.
       01 PoolPeak PIC 9(8) VALUE 0.
       01 PoolReused PIC 9(8) VALUE 0.
       01 PoolExhausted PIC 9(4) VALUE 0.
       01 PoolNodesDisplay PIC Z(5)9.
       01 PoolPeakDisplay PIC Z(7)9.
       01 PoolReusedDisplay PIC Z(7)9.
       01 PoolExhaustedDisplay PIC Z(3)9.
