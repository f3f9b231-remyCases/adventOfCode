       DATA DIVISION.
       FILE SECTION.
       FD RegisterFile.
       01 RegisterRecord PIC X(120).
       FD RunLogFile.
       01 RunLogRecord PIC X(180).

      *>     run that vanished from the audit trail),
      *>   - log ids absent from the register (lines from nowhere).
      *> LOGVERIFY proves each run finished; this proves none went
      *> missing. A run RUNROLLBACK took back (register record marked
      *> "|ROLLEDBACK YYYYMMDD") is accounted for by its absence, and
      *> is a problem if its RUN START is still in a log. With no
      *> --log, just the register's own sequence is checked and listed.
       01 WSRegisterStatus PIC 99.
       01 WSLogStatus PIC 99.
       01 WSLogFileName PIC X(80).
           05 WSRegEntry OCCURS 500 TIMES.
               10 WSRegId PIC 9(6).
               10 WSRegSeen PIC A.
               10 WSRegRolledBack PIC A.
       01 WSRegIdx PIC 9(3).
       01 WSPrevId PIC 9(6).
       01 WSLogId PIC 9(6).
       01 WSProblemCount PIC 9(3) VALUE 0.
       01 WSOverflow PIC A VALUE 'N'.
       01 WSLastLogId PIC 9(6).
       01 WSRolledBackCount PIC 9(3) VALUE 0.
       01 WSMarkTally PIC 9(2).

       PROCEDURE DIVISION.
       Main.
           IF WSProblemCount EQUAL TO 0
               DISPLAY "=== RUN REGISTER CLEAN: " WSRegCount
                   " RUN(S) ACCOUNTED FOR ==="
               IF WSRolledBackCount > 0
                   DISPLAY "    (" WSRolledBackCount
                       " OF THEM ROLLED BACK)"
               END-IF
           ELSE
               DISPLAY "=== " WSProblemCount " PROBLEM(S) FOUND ==="
               MOVE 1 TO RETURN-CODE
           END-IF
           ADD 1 TO WSRegCount
           COMPUTE WSRegId(WSRegCount) = FUNCTION NUMVAL(WSLine(1:6))
           MOVE 'N' TO WSRegSeen(WSRegCount)
           MOVE 'N' TO WSRegRolledBack(WSRegCount)
           MOVE 0 TO WSMarkTally
           INSPECT WSLine TALLYING WSMarkTally FOR ALL "|ROLLEDBACK "
           IF WSMarkTally > 0
               MOVE 'Y' TO WSRegRolledBack(WSRegCount)
               ADD 1 TO WSRolledBackCount
           END-IF.

       CheckRegisterSequence.
           MOVE 0 TO WSPrevId
               IF WSRegId(WSRegIdx) EQUAL TO WSLogId
                   MOVE 'Y' TO WSRegSeen(WSRegIdx)
                   MOVE 'Y' TO WSFoundFlag
                   IF WSRegRolledBack(WSRegIdx) EQUAL TO 'Y'
                       ADD 1 TO WSProblemCount
                       DISPLAY "RUN ID " WSLogId " WAS ROLLED BACK "
                           "BUT IS STILL IN "
                           FUNCTION TRIM(WSLogFileName)
                   END-IF
                   MOVE WSRegCount TO WSRegIdx
               END-IF
               ADD 1 TO WSRegIdx

       ReportOneMissing.
           IF WSRegSeen(WSRegIdx) EQUAL TO 'N'
           AND WSRegRolledBack(WSRegIdx) EQUAL TO 'N'
               ADD 1 TO WSProblemCount
               DISPLAY "RUN ID " WSRegId(WSRegIdx)
                   " WAS ISSUED BUT APPEARS IN NONE OF THE "
