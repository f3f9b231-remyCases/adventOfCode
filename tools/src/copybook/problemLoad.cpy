      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Loads and looks up the problem records; see problemFile.cpy
      *> for the record and the calling convention.
       LoadProblems.
           MOVE 0 TO PRB-COUNT
           MOVE 0 TO PRB-LINK-COUNT
           MOVE 'N' TO PRB-LOADED
           MOVE 'N' TO PRB-OVERFLOW
           MOVE 'N' TO PRB-EOF
           OPEN INPUT ProblemFile
           IF PRB-STATUS NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO PRB-LOADED
           PERFORM UNTIL PRB-EOF EQUAL TO 'Y'
               READ ProblemFile INTO PRB-LINE
                   AT END MOVE 'Y' TO PRB-EOF
                   NOT AT END PERFORM StoreOneProblemLine
               END-READ
           END-PERFORM
           CLOSE ProblemFile.

       StoreOneProblemLine.
           IF FUNCTION TRIM(PRB-LINE) EQUAL TO SPACES
           OR PRB-LINE(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO PRB-KIND-TEXT
           MOVE SPACES TO PRB-ID-TEXT
           MOVE SPACES TO PRB-FIELD3
           MOVE SPACES TO PRB-FIELD4
           MOVE SPACES TO PRB-FIELD5
           MOVE SPACES TO PRB-FIELD6
           MOVE SPACES TO PRB-FIELD7
           MOVE SPACES TO PRB-FIELD8
           MOVE SPACES TO PRB-FIELD9
           UNSTRING PRB-LINE DELIMITED BY '|'
               INTO PRB-KIND-TEXT PRB-ID-TEXT PRB-FIELD3 PRB-FIELD4
                    PRB-FIELD5 PRB-FIELD6 PRB-FIELD7 PRB-FIELD8
                    PRB-FIELD9
           EVALUATE PRB-KIND-TEXT
               WHEN 'P'
                   IF PRB-COUNT >= 100
                       MOVE 'Y' TO PRB-OVERFLOW
                   ELSE
                       ADD 1 TO PRB-COUNT
                       MOVE PRB-ID-TEXT TO PRB-E-ID(PRB-COUNT)
                       MOVE PRB-FIELD3 TO PRB-E-STATE(PRB-COUNT)
                       MOVE PRB-FIELD4 TO PRB-E-CATEGORY(PRB-COUNT)
                       MOVE PRB-FIELD5 TO PRB-E-OPENED(PRB-COUNT)
                       MOVE PRB-FIELD6 TO PRB-E-RESOLVED-AT(PRB-COUNT)
                       MOVE PRB-FIELD7 TO PRB-E-FIX(PRB-COUNT)
                       MOVE PRB-FIELD8 TO PRB-E-TITLE(PRB-COUNT)
                       MOVE PRB-FIELD9 TO PRB-E-BY(PRB-COUNT)
                   END-IF
               WHEN 'L'
                   IF PRB-LINK-COUNT >= 400
                       MOVE 'Y' TO PRB-OVERFLOW
                   ELSE
                       ADD 1 TO PRB-LINK-COUNT
                       MOVE PRB-ID-TEXT TO PRB-L-ID(PRB-LINK-COUNT)
                       MOVE PRB-FIELD3 TO PRB-L-STAMP(PRB-LINK-COUNT)
                       MOVE PRB-FIELD4 TO PRB-L-PROGRAM(PRB-LINK-COUNT)
                       MOVE PRB-FIELD5 TO PRB-L-KEY(PRB-LINK-COUNT)
                       MOVE PRB-FIELD6 TO PRB-L-CODE(PRB-LINK-COUNT)
                       MOVE PRB-FIELD7 TO PRB-L-RUNID(PRB-LINK-COUNT)
                       MOVE PRB-FIELD8 TO PRB-L-LINKED(PRB-LINK-COUNT)
                       MOVE PRB-FIELD9 TO PRB-L-BY(PRB-LINK-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "PROBLEM RECORD IGNORED (KIND NOT P OR L): "
                       FUNCTION TRIM(PRB-LINE)
           END-EVALUATE.

       FindProblem.
           MOVE 0 TO PRB-HIT
           MOVE 1 TO PRB-IDX
           PERFORM UNTIL PRB-IDX > PRB-COUNT
               IF PRB-E-ID(PRB-IDX) EQUAL TO PRB-KEY-ID
                   MOVE PRB-IDX TO PRB-HIT
                   MOVE PRB-COUNT TO PRB-IDX
               END-IF
               ADD 1 TO PRB-IDX
           END-PERFORM.

      *> An alert is linked to at most one problem; its identity is
      *> the same FIRSTSTAMP/PROGRAM/KEY/CODE the notices carry.
       FindProblemLink.
           MOVE 0 TO PRB-LINK-HIT
           MOVE 1 TO PRB-LINK-IDX
           PERFORM UNTIL PRB-LINK-IDX > PRB-LINK-COUNT
               IF PRB-L-STAMP(PRB-LINK-IDX) EQUAL TO PRB-KEY-STAMP
               AND PRB-L-PROGRAM(PRB-LINK-IDX) EQUAL TO PRB-KEY-PROGRAM
               AND PRB-L-KEY(PRB-LINK-IDX) EQUAL TO PRB-KEY-KEY
               AND PRB-L-CODE(PRB-LINK-IDX) EQUAL TO PRB-KEY-CODE
                   MOVE PRB-LINK-IDX TO PRB-LINK-HIT
                   MOVE PRB-LINK-COUNT TO PRB-LINK-IDX
               END-IF
               ADD 1 TO PRB-LINK-IDX
           END-PERFORM.
