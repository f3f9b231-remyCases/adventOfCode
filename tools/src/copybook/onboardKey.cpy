      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Procedure half of onboardSet.cpy: derives the day's dataset
      *> keys, then decides per record whether it belongs to the day.

       ResolveOnboardKeys.
           MOVE ONB-DAY-WORD(ONB-DAY) TO ONB-WORD
           MOVE SPACES TO ONB-INPUT-PATH
           STRING ONB-YEAR "/data/input_day_" FUNCTION TRIM(ONB-WORD)
               DELIMITED BY SIZE INTO ONB-INPUT-PATH
           MOVE SPACES TO ONB-QUAR-PATH
           STRING ONB-YEAR "/data/quarantine_day_" FUNCTION TRIM(ONB-WORD)
               DELIMITED BY SIZE INTO ONB-QUAR-PATH
           MOVE SPACES TO ONB-SAMPLE-PATH
           STRING ONB-YEAR "/data/sample_day_" FUNCTION TRIM(ONB-WORD)
               DELIMITED BY SIZE INTO ONB-SAMPLE-PATH
           MOVE SPACES TO ONB-FEED
           STRING ONB-YEAR "-" ONB-DAY DELIMITED BY SIZE INTO ONB-FEED.

      *> Registry, sample library and baseline records lead with the
      *> year and day; a validation rule carries them second and
      *> third; the catalog, arrivals calendar and retention policy
      *> are keyed on the day's input path, feed and quarantine path.
       MatchOnboardKey.
           MOVE 'N' TO ONB-MATCH
           IF FUNCTION TRIM(ONB-LINE) EQUAL TO SPACES
           OR ONB-LINE(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO ONB-FLD1
           MOVE SPACES TO ONB-FLD2
           MOVE SPACES TO ONB-FLD3
           UNSTRING ONB-LINE DELIMITED BY ONB-SET-DELIM(ONB-SET-IDX)
               INTO ONB-FLD1 ONB-FLD2 ONB-FLD3
           EVALUATE ONB-SET-IDX
               WHEN 2
                   IF ONB-FLD1 EQUAL TO ONB-INPUT-PATH
                       MOVE 'Y' TO ONB-MATCH
                   END-IF
               WHEN 5
                   IF ONB-FLD1 EQUAL TO ONB-FEED
                       MOVE 'Y' TO ONB-MATCH
                   END-IF
               WHEN 6
                   IF ONB-FLD1 EQUAL TO ONB-QUAR-PATH
                       MOVE 'Y' TO ONB-MATCH
                   END-IF
               WHEN 3
                   MOVE ONB-FLD2 TO ONB-FLD1
                   MOVE ONB-FLD3 TO ONB-FLD2
                   PERFORM MatchOnboardYearDay
               WHEN OTHER
                   PERFORM MatchOnboardYearDay
           END-EVALUATE.

       MatchOnboardYearDay.
           COMPUTE ONB-NUMCHECK = FUNCTION TEST-NUMVAL(ONB-FLD1)
           IF ONB-NUMCHECK NOT EQUAL TO 0 OR ONB-FLD1 EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           COMPUTE ONB-NUMCHECK = FUNCTION TEST-NUMVAL(ONB-FLD2)
           IF ONB-NUMCHECK NOT EQUAL TO 0 OR ONB-FLD2 EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           IF FUNCTION NUMVAL(ONB-FLD1) EQUAL TO ONB-YEAR
           AND FUNCTION NUMVAL(ONB-FLD2) EQUAL TO ONB-DAY
               MOVE 'Y' TO ONB-MATCH
           END-IF.
