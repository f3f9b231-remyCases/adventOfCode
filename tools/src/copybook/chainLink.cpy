      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Hash-chain paragraphs over chainHash.cpy. A writer sets
      *> CHAIN-SEP, walks the file's existing records through
      *> TakeChainLink to pick up the last hash (CHAIN-PREV), then for
      *> each new record moves its content to CHAIN-TEXT and PERFORMs
      *> AttachChainHash, writing CHAIN-RECORD. eventAppend.cpy COPYs
      *> this for every event writer.

      *> hash = (hash x 31 + byte) mod 10**8 over the trimmed content,
      *> starting from the previous record's hash.
       ComputeChainHash.
           MOVE CHAIN-PREV TO CHAIN-HASH
           PERFORM VARYING CHAIN-IDX FROM 1 BY 1
               UNTIL CHAIN-IDX > CHAIN-LEN
               COMPUTE CHAIN-BYTE = FUNCTION ORD(CHAIN-TEXT(CHAIN-IDX:1))
               COMPUTE CHAIN-HASH = FUNCTION MOD(
                   CHAIN-HASH * 31 + CHAIN-BYTE, 100000000)
           END-PERFORM.

       AttachChainHash.
           EVALUATE TRUE
               WHEN CHAIN-RUNLOG
                   COMPUTE CHAIN-MAX = CHAIN-COLUMN - 2
               WHEN CHAIN-EVENTS
                   MOVE 111 TO CHAIN-MAX
               WHEN OTHER
                   MOVE 191 TO CHAIN-MAX
           END-EVALUATE
           MOVE 0 TO CHAIN-LEN
           IF CHAIN-TEXT NOT EQUAL TO SPACES
               COMPUTE CHAIN-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT, TRAILING))
           END-IF
           IF CHAIN-LEN > CHAIN-MAX
               MOVE CHAIN-MAX TO CHAIN-LEN
               MOVE SPACES TO CHAIN-TEXT(CHAIN-MAX + 1:)
               COMPUTE CHAIN-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT, TRAILING))
           END-IF
           PERFORM ComputeChainHash
           MOVE SPACES TO CHAIN-RECORD
           IF CHAIN-RUNLOG
               MOVE CHAIN-TEXT(1:CHAIN-MAX) TO CHAIN-RECORD
               MOVE '#' TO CHAIN-RECORD(CHAIN-COLUMN:1)
               MOVE CHAIN-HASH TO CHAIN-RECORD(CHAIN-COLUMN + 1:8)
           ELSE
               IF CHAIN-LEN EQUAL TO 0
                   STRING CHAIN-SEP CHAIN-HASH
                       DELIMITED BY SIZE INTO CHAIN-RECORD
               ELSE
                   STRING CHAIN-TEXT(1:CHAIN-LEN) CHAIN-SEP CHAIN-HASH
                       DELIMITED BY SIZE INTO CHAIN-RECORD
               END-IF
           END-IF
           MOVE CHAIN-HASH TO CHAIN-PREV.

      *> Splits a stored record into its content (CHAIN-TEXT, with
      *> CHAIN-LEN) and its hash (CHAIN-STORED); a record written
      *> before the chain, or by hand, comes back without one.
       SplitChainedRecord.
           MOVE 'N' TO CHAIN-FOUND
           MOVE 0 TO CHAIN-STORED
           MOVE CHAIN-RECORD TO CHAIN-TEXT
           IF CHAIN-RUNLOG
               IF CHAIN-RECORD(CHAIN-COLUMN:1) EQUAL TO '#'
               AND CHAIN-RECORD(CHAIN-COLUMN + 1:8) IS NUMERIC
                   MOVE 'Y' TO CHAIN-FOUND
                   MOVE CHAIN-RECORD(CHAIN-COLUMN + 1:8) TO CHAIN-STORED
                   MOVE SPACES TO CHAIN-TEXT(CHAIN-COLUMN:)
               END-IF
           ELSE
               MOVE 0 TO CHAIN-LEN
               IF CHAIN-RECORD NOT EQUAL TO SPACES
                   COMPUTE CHAIN-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(CHAIN-RECORD, TRAILING))
               END-IF
               IF CHAIN-LEN >= 9
                   IF CHAIN-RECORD(CHAIN-LEN - 8:1) EQUAL TO CHAIN-SEP
                   AND CHAIN-RECORD(CHAIN-LEN - 7:8) IS NUMERIC
                       MOVE 'Y' TO CHAIN-FOUND
                       MOVE CHAIN-RECORD(CHAIN-LEN - 7:8) TO CHAIN-STORED
                       MOVE SPACES TO CHAIN-TEXT(CHAIN-LEN - 8:)
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO CHAIN-LEN
           IF CHAIN-TEXT NOT EQUAL TO SPACES
               COMPUTE CHAIN-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT, TRAILING))
           END-IF.

      *> One existing record on the way to the file's last hash: a
      *> header row restarts the chain, an unchained record leaves it
      *> where it was.
       TakeChainLink.
           IF CHAIN-RECORD(1:4) EQUAL TO "DAY,"
               MOVE 0 TO CHAIN-PREV
           ELSE
               PERFORM SplitChainedRecord
               IF CHAIN-PRESENT
                   MOVE CHAIN-STORED TO CHAIN-PREV
               END-IF
           END-IF.
