      *> into WORKING-STORAGE, COPYs configRead.cpy into PROCEDURE
      *> DIVISION, supplies an ApplyConfigParameter paragraph handling
      *> the names it owns (echoing every override it applies), and
      *> PERFORMs LoadRuntimeConfig at startup. A host the config
      *> rehearsal (CFGREHEARSE) runs assigns to CFG-FILE-NAME instead
      *> of the literal: AOCCONFIGFILE, when set, names the proposed
      *> version's file to read in place of the live one.
       01 CFG-STATUS PIC 99.
       01 CFG-FILE-NAME PIC X(80) VALUE "tools/data/runtime.cfg".
       01 CFG-EOF PIC A.
       01 CFG-LINE PIC X(80).
       01 CFG-NAME PIC X(20).
