      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> One input reference to resolve, passed on CALL 'GENRESOLVE'
      *> USING GEN-REFERENCE. The caller sets GEN-BASE to the standard
      *> input path (e.g. 2022/data/input_day_one) and GEN-REF to what
      *> the operator wrote where a path goes - the day's
      *> AOCyyyyDAYnINPUT value, a queued INPUT, --input:
      *>   spaces, "current", "0"     the installed input;
      *>   "minus one", "minus 1",
      *>   "-1" ... "minus nine"      that many generations back;
      *>   "G0003"                    absolute generation 3;
      *>   anything else              a plain path, used as given.
      *> GENRESOLVE returns the file to read in GEN-PATH and its
      *> absolute generation in GEN-NUMBER (0 when the input has no
      *> generation on record, or for a plain path).
      *> Generations are the numbered copies INTAKE keeps of every
      *> install (BASE.Gnnnn), indexed in tools/data/generations.
       01 GEN-REFERENCE.
           05 GEN-BASE PIC X(60).
           05 GEN-REF PIC X(60).
           05 GEN-PATH PIC X(80).
           05 GEN-NUMBER PIC 9(4).
           05 GEN-RESULT PIC X.
               88 GEN-RESOLVED VALUE 'Y'.
               88 GEN-NOT-FOUND VALUE 'N'.
               88 GEN-PLAIN-PATH VALUE 'P'.
