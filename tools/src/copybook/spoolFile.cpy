      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Working storage for the job output spool. Every line a
      *> spooled step DISPLAYs lands in its own spool file,
      *> SPOOL-DIR/spool_<STAMP>_<RUNID>_<STEP>.log, and is echoed to
      *> the console once the step ends, so the operator watching the
      *> run sees what they always saw. Each step is indexed in
      *> SPOOL-DIR/spool_index as
      *>     RUNID|STEP|CLASS|STAMP|PROGRAM|RC|LINES|FILE
      *> (RUNID the run register number, or Qnnnnn for a queued
      *> request; STEP YYYY-DD-P; CLASS S single run, B batch, Q
      *> queue), the key SPOOLVIEW lists, pages, searches and purges
      *> by. The host declares
      *>     SELECT SpoolIndexFile ASSIGN TO SPOOL-INDEX-NAME
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS SPOOL-INDEX-STATUS.
      *>     SELECT SpoolStepFile ASSIGN TO SPOOL-FILE-NAME
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS SPOOL-STEP-STATUS.
      *> with FD SpoolIndexFile / 01 SpoolIndexRecord PIC X(160) and
      *> FD SpoolStepFile / 01 SpoolStepRecord PIC X(256), COPYs this
      *> into WORKING-STORAGE and spoolCapture.cpy into the PROCEDURE
      *> DIVISION, fills SPOOL-RUNID, SPOOL-STEP, SPOOL-CLASS and
      *> SPOOL-PROGRAM, and brackets the step with OpenSpoolStep and
      *> CloseSpoolStep. RETURN-CODE passes through the bracket
      *> untouched.
       01 SPOOL-DIR PIC X(60) VALUE "results".
       01 SPOOL-INDEX-NAME PIC X(80) VALUE "results/spool_index".
       01 SPOOL-INDEX-STATUS PIC 99.
       01 SPOOL-FILE-NAME PIC X(80).
       01 SPOOL-STEP-STATUS PIC 99.
       01 SPOOL-RUNID PIC X(6).
       01 SPOOL-STEP PIC X(9).
       01 SPOOL-CLASS PIC X.
           88 SPOOL-CLASS-SINGLE VALUE 'S'.
           88 SPOOL-CLASS-BATCH VALUE 'B'.
           88 SPOOL-CLASS-QUEUE VALUE 'Q'.
       01 SPOOL-PROGRAM PIC X(12).
       01 SPOOL-STAMP PIC X(14).
       01 SPOOL-TIME PIC X(8).
       01 SPOOL-RC PIC S9(9).
       01 SPOOL-RC-DISPLAY PIC 9(4).
       01 SPOOL-LINES PIC 9(6).
       01 SPOOL-EOF PIC A.
       01 SPOOL-LINE PIC X(256).
       01 SPOOL-INDEX-LINE PIC X(160).
       01 SPOOL-ACTIVE PIC A VALUE 'N'.
           88 SPOOL-CAPTURING VALUE 'Y'.
      *> The redirection itself: the step's standard output is pointed
      *> at the spool file for the length of the step and given back
      *> afterwards.
       01 SPOOL-PATH-Z PIC X(81).
       01 SPOOL-FD PIC S9(9) COMP-5.
       01 SPOOL-SAVED-FD PIC S9(9) COMP-5.
       01 SPOOL-CALL-RC PIC S9(9) COMP-5.
