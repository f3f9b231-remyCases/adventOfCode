      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> The operator session an interactive front end holds while it
      *> is in use, passed on every CALL 'SIGNON' USING SIGNON-SESSION.
      *> The caller sets SIGNON-ACTION and its own PROGRAM-ID in
      *> SIGNON-CALLER; SIGNON does the rest:
      *>   "SIGNON"  prompts for operator id and passcode, checks them
      *>             against tools/data/credentials and opens a
      *>             session (SIGNON-OPEN) or refuses (SIGNON-REFUSED);
      *>   "CHECK"   before each action: a session idle longer than
      *>             SESSIONIDLEMIN minutes is closed (SIGNON-TIMED-OUT)
      *>             and the caller signs on again, otherwise the idle
      *>             clock restarts (SIGNON-OPEN);
      *>   "SIGNOFF" closes the session.
      *> While a session is open AOCSESSION carries SIGNON-ID and
      *> AOCOPERATOR the verified operator, so every event appended
      *> and every run registered under it is stamped with the
      *> session. No credentials file leaves the front ends open, as
      *> before: SIGNON-OPEN with SIGNON-ID spaces.
       01 SIGNON-SESSION.
           05 SIGNON-ACTION PIC X(8).
           05 SIGNON-CALLER PIC X(12).
           05 SIGNON-ID PIC X(12).
           05 SIGNON-OPERATOR PIC X(20).
           05 SIGNON-TERMINAL PIC X(20).
           05 SIGNON-LAST-DATE PIC X(8).
           05 SIGNON-LAST-TIME PIC X(6).
           05 SIGNON-RESULT PIC X.
               88 SIGNON-OPEN VALUE 'Y'.
               88 SIGNON-REFUSED VALUE 'N'.
               88 SIGNON-TIMED-OUT VALUE 'T'.
