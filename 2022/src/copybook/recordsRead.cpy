      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Records-read report, copied in where a day program has finished
      *> reading its puzzle input, via COPY REPLACING COUNT-FIELD BY
      *> <the program's count of input lines read>, e.g.:
      *>     COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.
      *> Leaves the count in AOCRECORDSREAD, where MAINCOB picks it up
      *> after the CALL and writes it into the run log beside what
      *> INTAKE staged and VALIDATEINPUT accepted, so RECBALANCE can
      *> prove every input line reached the program. Counts lines, not
      *> bytes or parsed items, whatever the program's read unit is.
       DISPLAY "AOCRECORDSREAD" UPON ENVIRONMENT-NAME
       DISPLAY COUNT-FIELD UPON ENVIRONMENT-VALUE
