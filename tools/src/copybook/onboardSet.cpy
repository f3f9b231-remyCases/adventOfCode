      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> The control datasets a puzzle day has to be carried in before
      *> it is in service, in the order ONBOARD proposes them, with the
      *> field delimiter each one's records use. ONBOARD adds and
      *> retires a day's records across all of them as one
      *> transaction; PREFLIGHT reads the same list to report a day
      *> left half-onboarded. The host COPYs onboardKey.cpy into
      *> PROCEDURE DIVISION, sets ONB-YEAR/ONB-DAY, PERFORMs
      *> ResolveOnboardKeys once, then per record moves the line to
      *> ONB-LINE, the dataset's index to ONB-SET-IDX, and PERFORMs
      *> MatchOnboardKey, which answers in ONB-MATCH.
       01 ONB-SET-TABLE.
           05 FILLER.
               10 FILLER PIC X(32) VALUE "tools/data/day_registry".
               10 FILLER PIC X VALUE "|".
           05 FILLER.
               10 FILLER PIC X(32) VALUE "tools/data/catalog".
               10 FILLER PIC X VALUE "|".
           05 FILLER.
               10 FILLER PIC X(32) VALUE "tools/data/validation_rules".
               10 FILLER PIC X VALUE "|".
           05 FILLER.
               10 FILLER PIC X(32) VALUE "tools/data/sample_expected".
               10 FILLER PIC X VALUE "|".
           05 FILLER.
               10 FILLER PIC X(32) VALUE "tools/data/expected_arrivals".
               10 FILLER PIC X VALUE "|".
           05 FILLER.
               10 FILLER PIC X(32) VALUE "tools/data/retention".
               10 FILLER PIC X VALUE "|".
           05 FILLER.
               10 FILLER PIC X(32) VALUE "tools/data/baseline.csv".
               10 FILLER PIC X VALUE ",".
       01 ONB-SET-LOOKUP REDEFINES ONB-SET-TABLE.
           05 ONB-SET-ENTRY OCCURS 7 TIMES.
               10 ONB-SET-PATH PIC X(32).
               10 ONB-SET-DELIM PIC X.
       01 ONB-SET-COUNT PIC 9 VALUE 7.
       01 ONB-SET-IDX PIC 9.

      *> The day being onboarded and the keys derived from it: its
      *> input and quarantine paths (named with the day's word, the
      *> way every existing input_day_ file is) and its arrival feed.
       01 ONB-YEAR PIC 9(4).
       01 ONB-DAY PIC 99.
       01 ONB-WORD PIC X(12).
       01 ONB-INPUT-PATH PIC X(60).
       01 ONB-QUAR-PATH PIC X(60).
       01 ONB-SAMPLE-PATH PIC X(60).
       01 ONB-FEED PIC X(7).
       01 ONB-LINE PIC X(200).
       01 ONB-FLD1 PIC X(60).
       01 ONB-FLD2 PIC X(60).
       01 ONB-FLD3 PIC X(60).
       01 ONB-NUMCHECK PIC S9(4).
       01 ONB-MATCH PIC A VALUE 'N'.

       01 ONB-WORD-TABLE.
           05 FILLER PIC X(12) VALUE "one".
           05 FILLER PIC X(12) VALUE "two".
           05 FILLER PIC X(12) VALUE "three".
           05 FILLER PIC X(12) VALUE "four".
           05 FILLER PIC X(12) VALUE "five".
           05 FILLER PIC X(12) VALUE "six".
           05 FILLER PIC X(12) VALUE "seven".
           05 FILLER PIC X(12) VALUE "eight".
           05 FILLER PIC X(12) VALUE "nine".
           05 FILLER PIC X(12) VALUE "ten".
           05 FILLER PIC X(12) VALUE "eleven".
           05 FILLER PIC X(12) VALUE "twelve".
           05 FILLER PIC X(12) VALUE "thirteen".
           05 FILLER PIC X(12) VALUE "fourteen".
           05 FILLER PIC X(12) VALUE "fifteen".
           05 FILLER PIC X(12) VALUE "sixteen".
           05 FILLER PIC X(12) VALUE "seventeen".
           05 FILLER PIC X(12) VALUE "eighteen".
           05 FILLER PIC X(12) VALUE "nineteen".
           05 FILLER PIC X(12) VALUE "twenty".
           05 FILLER PIC X(12) VALUE "twenty_one".
           05 FILLER PIC X(12) VALUE "twenty_two".
           05 FILLER PIC X(12) VALUE "twenty_three".
           05 FILLER PIC X(12) VALUE "twenty_four".
           05 FILLER PIC X(12) VALUE "twenty_five".
       01 ONB-WORD-LOOKUP REDEFINES ONB-WORD-TABLE.
           05 ONB-DAY-WORD OCCURS 25 TIMES PIC X(12).
