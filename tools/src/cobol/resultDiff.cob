       01 WSCurFp PIC X(8) VALUE SPACES.
       01 WSFpScan PIC 9(3).

      *> The day program's build behind each result: the " VER <id>"
      *> a single-day header ends with, or the "PROGRAM <name>
      *> VERSION <id>" line a batch run writes ahead of each result.
      *> Kept per loaded line beside the fingerprint, so a changed
      *> answer says whether the program was rebuilt in between.
       01 WSCurVer PIC X(18) VALUE SPACES.
       01 WSVerName PIC X(30).

      *> Each run log line is "DAY NN PART X: <result>"; split into a
      *> lookup key and its value the same way DAYFOUR (2022) walks a
      *> delimited line with a pointer.
               10 WSTable1Key PIC X(26).
               10 WSTable1Value PIC X(80).
               10 WSTable1Fp PIC X(8).
               10 WSTable1Ver PIC X(18).
       01 WSTable2Count PIC 9(3) VALUE 0.
       01 WSTable2.
           05 WSTable2Entry OCCURS 100 TIMES.
               10 WSTable2Key PIC X(26).
               10 WSTable2Value PIC X(80).
               10 WSTable2Fp PIC X(8).
               10 WSTable2Ver PIC X(18).

       01 WSIdx PIC 9(3).
       01 WSSearchIdx PIC 9(3).
                           IF WSLine(1:10) EQUAL TO "RUN START "
                               PERFORM ExtractRunLabel
                               PERFORM ExtractRunFingerprint
                               PERFORM ExtractRunVersion
                           END-IF
                           IF WSLine(1:8) EQUAL TO "PROGRAM "
                               PERFORM ExtractProgramVersion
                           END-IF
                           IF (WSLine(1:4) EQUAL TO "DAY "
                           OR WSLine(1:5) EQUAL TO "YEAR ")
                           IF WSLine(1:10) EQUAL TO "RUN START "
                               PERFORM ExtractRunLabel
                               PERFORM ExtractRunFingerprint
                               PERFORM ExtractRunVersion
                           END-IF
                           IF WSLine(1:8) EQUAL TO "PROGRAM "
                               PERFORM ExtractProgramVersion
                           END-IF
                           IF (WSLine(1:4) EQUAL TO "DAY "
                           OR WSLine(1:5) EQUAL TO "YEAR ")
               ADD 1 TO WSFpScan
           END-PERFORM.

      *> The " VER <id>" stamp a single-day header ends with; a header
      *> without one (a batch run, or an older log) clears it.
       ExtractRunVersion.
           MOVE SPACES TO WSCurVer
           MOVE 1 TO WSFpScan
           PERFORM UNTIL WSFpScan > 158
               IF WSLine(WSFpScan:5) EQUAL TO " VER "
                   MOVE WSLine(WSFpScan + 5:18) TO WSCurVer
                   MOVE 159 TO WSFpScan
               END-IF
               ADD 1 TO WSFpScan
           END-PERFORM.

       ExtractProgramVersion.
           MOVE SPACES TO WSVerName
           MOVE SPACES TO WSCurVer
           UNSTRING WSLine DELIMITED BY " VERSION "
               INTO WSVerName WSCurVer.

       StoreLineInTable1.
           PERFORM SplitLine
           ADD 1 TO WSTable1Count
           MOVE WSKey TO WSTable1Key(WSTable1Count)
           MOVE WSValue TO WSTable1Value(WSTable1Count)
           MOVE WSCurFp TO WSTable1Fp(WSTable1Count)
           MOVE WSCurVer TO WSTable1Ver(WSTable1Count).

       StoreLineInTable2.
           PERFORM SplitLine
           ADD 1 TO WSTable2Count
           MOVE WSKey TO WSTable2Key(WSTable2Count)
           MOVE WSValue TO WSTable2Value(WSTable2Count)
           MOVE WSCurFp TO WSTable2Fp(WSTable2Count)
           MOVE WSCurVer TO WSTable2Ver(WSTable2Count).

      *> Splits "DAY NN PART X: <result>" into WSKey ("DAY NN PART X")
      *> and WSValue (everything after the colon and space).
                       DISPLAY FUNCTION TRIM(WSTable1Key(WSIdx))
                           ": CHANGED - FILE1=" FUNCTION TRIM(WSTable1Value(WSIdx))
                           " FILE2=" FUNCTION TRIM(WSTable2Value(WSFoundIdx))
                       IF WSTable1Ver(WSIdx) NOT EQUAL TO SPACES
                       AND WSTable2Ver(WSFoundIdx) NOT EQUAL TO SPACES
                           IF WSTable1Ver(WSIdx) NOT EQUAL TO
                               WSTable2Ver(WSFoundIdx)
                               DISPLAY "  (PROGRAM VERSION CHANGED: "
                                   FUNCTION TRIM(WSTable1Ver(WSIdx))
                                   " VS "
                                   FUNCTION TRIM(WSTable2Ver(WSFoundIdx))
                                   ")"
                           ELSE
                               DISPLAY "  (SAME PROGRAM VERSION "
                                   FUNCTION TRIM(WSTable1Ver(WSIdx)) ")"
                           END-IF
                       END-IF
                       IF WSTable1Fp(WSIdx) NOT EQUAL TO SPACES
                       AND WSTable2Fp(WSFoundIdx) NOT EQUAL TO SPACES
                           IF WSTable1Fp(WSIdx) NOT EQUAL TO
                                   "DIFFERS: " WSTable1Fp(WSIdx)
                                   " VS " WSTable2Fp(WSFoundIdx) ")"
                           ELSE
                               EVALUATE TRUE
                                   WHEN WSTable1Ver(WSIdx) EQUAL TO SPACES
                                   OR WSTable2Ver(WSFoundIdx) EQUAL TO SPACES
                                       DISPLAY "  (SAME INPUT FINGERPRINT: "
                                           "THE PROGRAM OR CONFIG CHANGED)"
                                   WHEN WSTable1Ver(WSIdx) NOT EQUAL TO
                                       WSTable2Ver(WSFoundIdx)
                                       DISPLAY "  (SAME INPUT FINGERPRINT: "
                                           "THE PROGRAM CHANGED)"
                                   WHEN OTHER
                                       DISPLAY "  (SAME INPUT FINGERPRINT "
                                           "AND PROGRAM: THE CONFIG CHANGED)"
                               END-EVALUATE
                           END-IF
                       END-IF
                   END-IF
