      *> Copyright (C) 2023 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Node pool for the shared linked-stack engine. Instead of one
      *> ALLOCATE per crate and one FREE per crate at teardown, the host
      *> sizes the pool once (POOL-NODES, from the parsed header) and
      *> PERFORMs InitNodePool: a single segment of that many nodes is
      *> allocated and handed out front to back, and FreeLinkedStack
      *> threads released nodes onto POOL-FREE-HEAD for PushLinkedStack
      *> to reuse first. Running out of fresh nodes is an exhaustion
      *> event: another segment of the same size is added (up to 20),
      *> so a short estimate costs time, never a wrong answer.
      *> ReleaseNodePool frees the segments in one go. POOL-MODE 'A'
      *> keeps the original per-node ALLOCATE/FREE path, selectable so
      *> the two can be timed and compared on the same input. COPY
      *> this into WORKING-STORAGE next to linkedStackStats.cpy.
      *> Like the engine, node and statistics copybooks, it is kept in
      *> each tree's own data naming, so the 2022 and 2025 copies
      *> differ by design and COPYREF does not compare them.
       01 POOL-MODE PIC A VALUE 'P'.
           88 NodePoolOn VALUE 'P'.
           88 NodePoolOff VALUE 'A'.
       01 POOL-NODES PIC 9(6) VALUE 0.
       01 POOL-SEG-BYTES PIC S9(9) BINARY.
       01 POOL-SEG-COUNT PIC 99 VALUE 0.
       01 POOL-SEG-IDX PIC 99.
       01 POOL-SEG-TABLE.
           05 POOL-SEG-ADDR OCCURS 20 TIMES USAGE POINTER.
       01 POOL-CURSOR USAGE POINTER VALUE NULL.
       01 POOL-FRESH-LEFT PIC 9(6) VALUE 0.
       01 POOL-FREE-HEAD USAGE POINTER VALUE NULL.
       01 POOL-IN-USE PIC 9(8) VALUE 0.
       01 POOL-PEAK PIC 9(8) VALUE 0.
       01 POOL-REUSED PIC 9(8) VALUE 0.
       01 POOL-EXHAUSTED PIC 9(4) VALUE 0.
       01 POOL-NODES-DISPLAY PIC Z(5)9.
       01 POOL-PEAK-DISPLAY PIC Z(7)9.
       01 POOL-REUSED-DISPLAY PIC Z(7)9.
       01 POOL-EXHAUSTED-DISPLAY PIC Z(3)9.
