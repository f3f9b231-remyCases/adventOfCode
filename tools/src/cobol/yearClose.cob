               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT BaselineFile ASSIGN TO WSBaselineFileName
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT LedgerFile ASSIGN TO "tools/data/year_ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD BaselineFile.
       01 BaselineRecord PIC X(80).
       FD TimingFile.

       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD LedgerFile.
       01 LedgerRecord PIC X(120).
       WORKING-STORAGE SECTION.
      *> The year-end closing document, assembled by machine instead of
      *> by hand: for every registered day/part of --year, the latest
       01 WSNoBase PIC 99 VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCsDisplay.

      *> Every close is recorded in tools/data/year_ledger as
      *> "YEAR|CLOSE|STAMP|WHO|STATUS|DETAIL": CLOSED when nothing is
      *> mismatched or never run, OPEN ITEMS otherwise, EMPTY when the
      *> year has no registered day to close. YEAROPEN will not open
      *> the next year until this year has a CLOSED record.
       01 WSLedgerStatus PIC 99.
       01 WSLedgerLine PIC X(120).
       01 WSCloseOutcome PIC X(10).
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSOperator PIC X(20).

       PROCEDURE DIVISION.
       Main.
           PERFORM LoadDayRegistry
           PERFORM LoadBaseline
           PERFORM LoadTimings
           PERFORM PrintClosingReport
           PERFORM RecordCloseOutcome
           STOP RUN.

       ParseCommandLine.
           END-EVALUATE
           ADD 1 TO WSIdx.

       RecordCloseOutcome.
           EVALUATE TRUE
               WHEN WSCloseCount EQUAL TO 0
                   MOVE "EMPTY" TO WSCloseOutcome
               WHEN WSMismatch > 0 OR WSNeverRun > 0
                   MOVE "OPEN ITEMS" TO WSCloseOutcome
               WHEN OTHER
                   MOVE "CLOSED" TO WSCloseOutcome
           END-EVALUATE
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF
           MOVE SPACES TO WSLedgerLine
           STRING WSYear "|CLOSE|" WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSOperator) "|"
               FUNCTION TRIM(WSCloseOutcome) "|SOLVED " WSSolved
               " MISMATCH " WSMismatch " NEVER-RUN " WSNeverRun
               " NO-BASELINE " WSNoBase
               DELIMITED BY SIZE INTO WSLedgerLine
           OPEN EXTEND LedgerFile
           IF WSLedgerStatus NOT EQUAL TO 0
               OPEN OUTPUT LedgerFile
           END-IF
           IF WSLedgerStatus NOT EQUAL TO 0
               DISPLAY "NOTE: unable to record the close in "
                   "tools/data/year_ledger (STATUS " WSLedgerStatus ")"
               NEXT SENTENCE
           END-IF
           WRITE LedgerRecord FROM WSLedgerLine
           CLOSE LedgerFile
           DISPLAY "YEAR " WSYear " CLOSE RECORDED: "
               FUNCTION TRIM(WSCloseOutcome).

       COPY "dayRegistryLoad.cpy".
