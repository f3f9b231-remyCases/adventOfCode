               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT TimingFile ASSIGN TO "results/timing_history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD TimingFile.
       01 TimingRecord PIC X(40).
       FD AlertFile.
           END-PERFORM
           CLOSE MasterFile.

      *> Day 00 is a year's section header (YEAROPEN), not a run.
       FoldMasterRecord.
           IF RH-Day EQUAL TO 0
               NEXT SENTENCE
           END-IF
           EVALUATE RH-RunDate(1:6)
               WHEN WSMonth
                   ADD 1 TO WSCurRuns
