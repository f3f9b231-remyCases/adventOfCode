               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.

       DATA DIVISION.
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).

       WORKING-STORAGE SECTION.
      *> Tracker for which answers were actually submitted to the AoC
