      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Working storage for the problem records (tools/data/problems):
      *> the underlying fault behind a run of alerts, kept after the
      *> alerts themselves are acknowledged. Two record kinds, "*"
      *> comments and blanks skipped:
      *>   P|PRBnnnn|STATUS|CATEGORY|OPENED|RESOLVED|FIXREF|TITLE|BY
      *>   L|PRBnnnn|FIRSTSTAMP|PROGRAM|YYYY-DD-P|CODE|RUNID|LINKED|BY
      *> one P record per problem (STATUS OPEN, KNOWN ERROR or
      *> RESOLVED; OPENED and RESOLVED are YYYYMMDDHHMMSS stamps) and
      *> one L record per alert linked to it, the alert named by its
      *> "FIRSTSTAMP/PROGRAM/KEY/CODE" identity plus the run id it
      *> carried. PROBMAINT is the only writer. The host declares
      *>     SELECT ProblemFile ASSIGN TO "tools/data/problems"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS PRB-STATUS.
      *> with FD ProblemFile / 01 ProblemRecord PIC X(200), COPYs this
      *> into WORKING-STORAGE and problemLoad.cpy into the PROCEDURE
      *> DIVISION, and PERFORMs LoadProblems once; FindProblem and
      *> FindProblemLink then look a problem or an alert up.
       01 PRB-STATUS PIC 99.
       01 PRB-EOF PIC A.
       01 PRB-LOADED PIC A VALUE 'N'.
           88 PRB-AVAILABLE VALUE 'Y'.
       01 PRB-OVERFLOW PIC A VALUE 'N'.
       01 PRB-LINE PIC X(200).
       01 PRB-KIND-TEXT PIC X(1).
       01 PRB-ID-TEXT PIC X(7).
       01 PRB-FIELD3 PIC X(14).
       01 PRB-FIELD4 PIC X(12).
       01 PRB-FIELD5 PIC X(14).
       01 PRB-FIELD6 PIC X(14).
       01 PRB-FIELD7 PIC X(30).
       01 PRB-FIELD8 PIC X(60).
       01 PRB-FIELD9 PIC X(20).
       01 PRB-TABLE.
           05 PRB-COUNT PIC 9(3) VALUE 0.
           05 PRB-ENTRY OCCURS 100 TIMES.
               10 PRB-E-ID PIC X(7).
               10 PRB-E-STATE PIC X(11).
                   88 PRB-E-OPEN VALUE "OPEN".
                   88 PRB-E-KNOWN VALUE "KNOWN ERROR".
                   88 PRB-E-RESOLVED VALUE "RESOLVED".
               10 PRB-E-CATEGORY PIC X(12).
               10 PRB-E-OPENED PIC X(14).
               10 PRB-E-RESOLVED-AT PIC X(14).
               10 PRB-E-FIX PIC X(30).
               10 PRB-E-TITLE PIC X(60).
               10 PRB-E-BY PIC X(20).
       01 PRB-LINK-TABLE.
           05 PRB-LINK-COUNT PIC 9(3) VALUE 0.
           05 PRB-LINK OCCURS 400 TIMES.
               10 PRB-L-ID PIC X(7).
               10 PRB-L-STAMP PIC X(14).
               10 PRB-L-PROGRAM PIC X(12).
               10 PRB-L-KEY PIC X(9).
               10 PRB-L-CODE PIC X(4).
               10 PRB-L-RUNID PIC X(6).
               10 PRB-L-LINKED PIC X(14).
               10 PRB-L-BY PIC X(20).
       01 PRB-IDX PIC 9(3).
       01 PRB-LINK-IDX PIC 9(3).
      *> Lookup keys and results: FindProblem takes PRB-KEY-ID to
      *> PRB-HIT, FindProblemLink takes the four identity fields to
      *> PRB-LINK-HIT; zero for none.
       01 PRB-KEY-ID PIC X(7).
       01 PRB-KEY-STAMP PIC X(14).
       01 PRB-KEY-PROGRAM PIC X(12).
       01 PRB-KEY-KEY PIC X(9).
       01 PRB-KEY-CODE PIC X(4).
       01 PRB-HIT PIC 9(3).
       01 PRB-LINK-HIT PIC 9(3).
