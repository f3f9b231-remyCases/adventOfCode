      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> A day program's version identifier, copied into its
      *> WORKING-STORAGE with the program's own release level:
      *>     COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
      *> The release level is raised by hand whenever the program's
      *> logic changes; the build half is the program's compile
      *> stamp (YYYYMMDDHHMM), filled in by versionQuery.cpy on every
      *> CALL, so a rebuild of unchanged source still reads as a new
      *> build. The whole 18-byte identifier ("01.00-202510011230")
      *> is what MAINCOB stamps into the run log and what the
      *> program's own results.csv row carries in its VERSION column.
       01 PROGRAM-VERSION.
           05 PROGRAM-RELEASE PIC X(5) VALUE RELEASE-LEVEL.
           05 FILLER PIC X VALUE "-".
           05 PROGRAM-BUILD PIC X(12) VALUE SPACES.
