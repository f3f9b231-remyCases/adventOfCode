               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterFileStatus.
           SELECT AlertFile ASSIGN TO WSAlertFileName
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT AcceptFile ASSIGN TO "tools/data/acceptance"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAcceptStatus.
           SELECT SlaAttainFile ASSIGN TO "results/sla_attainment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSlaAttainStatus.

       DATA DIVISION.
       FILE SECTION.
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD AlertFile.
       01 AlertRecord PIC X(160).
       FD TimingFile.
       01 RegistryRecord PIC X(80).
       FD AcceptFile.
       01 AcceptRecord PIC X(100).
       FD SlaAttainFile.
       01 SlaAttainRecord PIC X(34).
       WORKING-STORAGE SECTION.
      *> The standup view: every registered day/part joined with its
      *> most recent run from the run-history master (RUNHISTORY's
           05 WSAcceptSlot OCCURS 50 TIMES.
               10 WSAcceptState PIC X(8) VALUE SPACES.

      *> SLAREPORT's month-to-date attainment feed: MONTH(6)
      *> ASOFDATE(8) ASOFTIME(4) MET(4) MISSED(4) ATRISK(3)
      *> PERCENT(5, two implied decimals).
       01 WSSlaAttainStatus PIC 99.
       01 WSSlaAttainLine PIC X(34).
       01 WSSlaAttainPct PIC 9(3)V99.
       01 WSSlaAttainDisplay PIC ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM LoadDayRegistry
           PERFORM LoadLatestTimings
           PERFORM LoadAcceptance
           PERFORM ReportDashboard
           PERFORM ReportSlaAttainment
           PERFORM WriteWallboardFeed
           DISPLAY "=== " WSOkCount " OK, " WSFailedCount " FAILED, "
               WSNeverCount " NEVER RUN ==="
           END-EVALUATE
           ADD 1 TO WSPartCursor.

      *> The deadline view under the run view: whatever SLAREPORT
      *> last judged for the month, so a board that is all OK but
      *> late every morning still shows it.
       ReportSlaAttainment.
           MOVE SPACES TO WSSlaAttainLine
           OPEN INPUT SlaAttainFile
           IF WSSlaAttainStatus EQUAL TO 0
               READ SlaAttainFile INTO WSSlaAttainLine
                   AT END MOVE SPACES TO WSSlaAttainLine
               END-READ
               CLOSE SlaAttainFile
           END-IF
           IF WSSlaAttainLine(1:34) IS NOT NUMERIC
               DISPLAY "SLA ATTAINMENT: NOT YET JUDGED (RUN SLAREPORT)"
               NEXT SENTENCE
           END-IF
           IF WSSlaAttainLine(19:8) EQUAL TO "00000000"
               DISPLAY "SLA ATTAINMENT " WSSlaAttainLine(1:6)
                   ": NO DEADLINE DUE YET (AS OF "
                   WSSlaAttainLine(7:8) " " WSSlaAttainLine(15:4) ")"
               NEXT SENTENCE
           END-IF
           COMPUTE WSSlaAttainPct =
               FUNCTION NUMVAL(WSSlaAttainLine(30:5)) / 100
           MOVE WSSlaAttainPct TO WSSlaAttainDisplay
           DISPLAY "SLA ATTAINMENT " WSSlaAttainLine(1:6)
               " MONTH TO DATE: " FUNCTION TRIM(WSSlaAttainDisplay)
               "% (" WSSlaAttainLine(19:4) " MET, "
               WSSlaAttainLine(23:4) " MISSED, "
               WSSlaAttainLine(27:3) " AT RISK, AS OF "
               WSSlaAttainLine(7:8) " " WSSlaAttainLine(15:4) ")".

       COPY "dayRegistryLoad.cpy".
