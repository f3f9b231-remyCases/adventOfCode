               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterFileStatus.
           SELECT NoteFile ASSIGN TO "tools/data/annotations"
               ORGANIZATION IS LINE SEQUENTIAL
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD NoteFile.
       01 NoteRecord PIC X(160).

       01 WSRunDate PIC X(8).
       01 WSScanIdx PIC 9(3).

      *> Build of the day program behind the next result line: a
      *> single-day run header carries it as " VER <id>", a batch run
      *> writes a "PROGRAM <name> VERSION <id>" line ahead of each
      *> result. A log from before the drivers stamped it leaves the
      *> master's version blank.
       01 WSCurVersion PIC X(18).

      *> Run id behind the next result line, from the " RUN nnnnnn" a
      *> run header carries; a log from before run ids leaves it zero.
      *> It is the master's second alternate key, beside the result
      *> value, so "what did run N record" and "which runs produced
      *> this value" are keyed reads instead of a scan.
       01 WSCurRunId PIC 9(6).
       01 WSRunScan PIC 9(3).

       01 WSLogIdx PIC 9(3).
       01 WSLoadedCount PIC 9(6) VALUE 0.
       01 WSWrittenCount PIC 9(6) VALUE 0.
           ELSE
               DISPLAY "SWEEPING " FUNCTION TRIM(WSLogFileName)
                   " AS RUN DATE " WSRunDate
               MOVE SPACES TO WSCurVersion
               MOVE 0 TO WSCurRunId
               PERFORM UNTIL WSEOF = 'Y'
                   READ RunLogFile INTO WSLine
                       AT END MOVE 'Y' TO WSEOF
      *> writes it to the master; any other line shape is passed over,
      *> so header/trailer records and console chatter never load.
       StoreLineInMaster.
           IF WSLine(1:10) EQUAL TO "RUN START "
               PERFORM ExtractHeaderVersion
               PERFORM ExtractHeaderRunId
               NEXT SENTENCE
           END-IF
           IF WSLine(1:8) EQUAL TO "PROGRAM "
               MOVE SPACES TO WSKey
               MOVE SPACES TO WSCurVersion
               UNSTRING WSLine DELIMITED BY " VERSION "
                   INTO WSKey WSCurVersion
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSKey
           MOVE SPACES TO WSValue
           MOVE 1 TO WSPtr
               END-IF
           END-IF.

      *> The " VER <id>" stamp a single-day header ends with; a header
      *> without one (a batch run, or an older log) clears it.
       ExtractHeaderVersion.
           MOVE SPACES TO WSCurVersion
           MOVE 1 TO WSScanIdx
           PERFORM UNTIL WSScanIdx > 158
               IF WSLine(WSScanIdx:5) EQUAL TO " VER "
                   MOVE WSLine(WSScanIdx + 5:18) TO WSCurVersion
                   MOVE 159 TO WSScanIdx
               END-IF
               ADD 1 TO WSScanIdx
           END-PERFORM.

      *> The " RUN nnnnnn" stamp of a run header, zero without one.
       ExtractHeaderRunId.
           MOVE 0 TO WSCurRunId
           MOVE 1 TO WSRunScan
           PERFORM UNTIL WSRunScan > 169
               IF WSLine(WSRunScan:5) EQUAL TO " RUN "
               AND WSLine(WSRunScan + 5:6) IS NUMERIC
                   MOVE WSLine(WSRunScan + 5:6) TO WSCurRunId
                   MOVE 170 TO WSRunScan
               END-IF
               ADD 1 TO WSRunScan
           END-PERFORM.

      *> One record per year/day/part/run-date: a re-sweep of the same
      *> log replaces the record in place instead of duplicating it.
      *> The WRITE or REWRITE carries the value and run id keys along
      *> with the record, so all three keys stay current.
       WriteMasterRecord.
           ADD 1 TO WSLoadedCount
           MOVE WSRunDate TO RH-RunDate
           MOVE FUNCTION TRIM(WSValue, LEADING) TO RH-Result
           MOVE WSCurVersion TO RH-Version
           MOVE WSCurRunId TO RH-RunId
           WRITE RH-Record
               INVALID KEY
                   REWRITE RH-Record
                   DISPLAY "YEAR " RH-Year " DAY "
                       FUNCTION TRIM(WSDayDisplay) " PART " RH-Part
                       " RUN " RH-RunDate ": " FUNCTION TRIM(RH-Result)
                   IF RH-Version NOT EQUAL TO SPACES
                       DISPLAY "    PROGRAM VERSION " RH-Version
                   END-IF
                   IF RH-RunId NOT EQUAL TO 0
                       DISPLAY "    RUN ID " RH-RunId
                   END-IF
                   PERFORM ShowQueryAnnotations
           END-READ
           CLOSE MasterFile.
