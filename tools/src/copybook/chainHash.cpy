      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Working storage for the tamper-evident hash chain carried by
      *> the audit files: every record of the run logs, results.csv
      *> and events.log ends in an eight-digit hash folded from the
      *> previous record's hash and the record's own content, so an
      *> answer edited by hand breaks the chain at that record and
      *> CHAINVERIFY reports it. Where the hash sits depends on the
      *> file (CHAIN-SEP):
      *>     '|'  events.log - a last "|HASH" field
      *>     ','  results.csv - a last CHAIN column
      *>     '#'  run log - "#HASH" in fixed columns CHAIN-COLUMN on,
      *>          clear of every reader's value field; the content
      *>          itself is kept to the columns before it
      *> A "DAY," header row restarts the chain (a rotated results.csv
      *> begins again from zero). eventFile.cpy COPYs this for every
      *> event writer; a program that chains a file without writing
      *> events COPYs it into WORKING-STORAGE itself, with
      *> chainLink.cpy in the PROCEDURE DIVISION.
       01 CHAIN-SEP PIC X.
           88 CHAIN-EVENTS VALUE '|'.
           88 CHAIN-CSV VALUE ','.
           88 CHAIN-RUNLOG VALUE '#'.
       01 CHAIN-PREV PIC 9(8) VALUE 0.
       01 CHAIN-HASH PIC 9(8).
       01 CHAIN-STORED PIC 9(8).
       01 CHAIN-FOUND PIC A.
           88 CHAIN-PRESENT VALUE 'Y'.
       01 CHAIN-TEXT PIC X(256).
       01 CHAIN-RECORD PIC X(256).
       01 CHAIN-MAX PIC 9(3).
       01 CHAIN-COLUMN PIC 9(3) VALUE 172.
       01 CHAIN-LEN PIC 9(3).
       01 CHAIN-IDX PIC 9(3).
       01 CHAIN-BYTE PIC 9(3).
       01 CHAIN-EOF PIC A.
