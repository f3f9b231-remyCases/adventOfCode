      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Version query, copied into the very top of a program's Main -
      *> ahead of validatePart.cpy, which would reject the part - via
      *> COPY REPLACING PART-FIELD BY <the program's LPart field>
      *> RESULT-FIELD BY <the program's LResult field>, e.g.:
      *>     COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
      *>         RESULT-FIELD BY LResult.
      *> Part 0 is not a puzzle part: a driver CALLs it just before
      *> dispatch to learn which build it is about to run, and gets
      *> "VERSION <PROGRAM-VERSION>" back in RESULT-FIELD with
      *> RETURN-CODE 0 and nothing read, written or changed. The
      *> program's state is left exactly as the previous CALL left it.
      *> Needs programVersion.cpy in WORKING-STORAGE.
       MOVE FUNCTION WHEN-COMPILED(1:12) TO PROGRAM-BUILD
       IF PART-FIELD EQUAL TO 0
           MOVE SPACES TO RESULT-FIELD
           STRING "VERSION " PROGRAM-VERSION
               DELIMITED BY SIZE INTO RESULT-FIELD
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF
