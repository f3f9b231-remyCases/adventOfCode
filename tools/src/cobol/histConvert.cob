       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONVERT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldMasterFile ASSIGN TO WSMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-Key
               FILE STATUS IS WSMasterStatus.
           SELECT MasterFile ASSIGN TO WSMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT UnloadFile ASSIGN TO WSUnloadName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSUnloadStatus.

       DATA DIVISION.
       FILE SECTION.
      *> The master as it stands in production: the year/day/part/
      *> run-date key and the result, with no version and no run id.
       FD OldMasterFile.
       01 OH-Record.
           05 OH-Key.
               10 OH-Year PIC 9(4).
               10 OH-Day PIC 99.
               10 OH-Part PIC X.
               10 OH-RunDate PIC X(8).
           05 OH-Result PIC X(80).
       FD MasterFile.
       01 RH-Record.
           05 RH-Key.
               10 RH-Year PIC 9(4).
               10 RH-Day PIC 99.
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD UnloadFile.
       01 UnloadRecord PIC X(95).

       WORKING-STORAGE SECTION.
      *> One-off conversion of results/run_history.idx to the layout
      *> with alternate keys on the result value and the run id. The
      *> old master is unloaded record by record to a flat copy
      *> (results/run_history_preconvert.seq), the master is rebuilt
      *> from it under the new layout, and the rebuild is read back
      *> and counted against the unload - the same unload, load and
      *> prove DRSNAPSHOT/DRRESTORE do. The flat copy is kept: it is
      *> the way back, and its presence marks the master converted,
      *> so a second run refuses instead of reading the new layout
      *> as the old one.
      *> Records come across with a blank version and run id 000000.
      *> Each --resweep FILE is then swept again through RUNHISTORY
      *> (as NIGHTCLOSE chains it), whose rewrite fills in the run id
      *> the log's headers carry for every result it logged.
       01 WSMasterFileName PIC X(80) VALUE "results/run_history.idx".
       01 WSMasterStatus PIC 99.
       01 WSUnloadName PIC X(80)
           VALUE "results/run_history_preconvert.seq".
       01 WSUnloadStatus PIC 99.
       01 WSFileInfo.
           05 WSFileSize PIC X(8) COMP-X.
           05 WSFileDay PIC X COMP-X.
           05 WSFileMonth PIC X COMP-X.
           05 WSFileYear PIC XX COMP-X.
           05 WSFileTime PIC X(4).
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A.

       01 WSLogTable.
           05 WSLogCount PIC 9(3) VALUE 0.
           05 WSLogName PIC X(80) OCCURS 50 TIMES.
       01 WSLogIdx PIC 9(3).
       01 WSSweepRc PIC S9(4) VALUE 0.
       01 WSSweepFailed PIC 9(3) VALUE 0.

       01 WSUnloadCount PIC 9(8) VALUE 0.
       01 WSLoadedCount PIC 9(8) VALUE 0.
       01 WSRecountCount PIC 9(8) VALUE 0.
       01 WSProofFailed PIC A VALUE 'N'.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCountDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSExpectDisplay.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine

           CALL "CBL_CHECK_FILE_EXIST" USING WSUnloadName WSFileInfo
           IF RETURN-CODE EQUAL TO 0
               DISPLAY FUNCTION TRIM(WSMasterFileName)
                   " IS ALREADY CONVERTED ("
                   FUNCTION TRIM(WSUnloadName) " EXISTS)."
               DISPLAY "REMOVE THAT COPY ONLY AFTER RESTORING THE OLD "
                   "MASTER, TO CONVERT AGAIN."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM UnloadOldMaster
           PERFORM LoadNewMaster
           PERFORM ProveConversion

           IF WSProofFailed EQUAL TO 'Y'
               DISPLAY "=== CONVERSION NOT PROVEN: DO NOT TRUST "
                   FUNCTION TRIM(WSMasterFileName) " ==="
               DISPLAY "THE OLD RECORDS ARE IN "
                   FUNCTION TRIM(WSUnloadName)
                   "; DRRESTORE RELOADS THE LAST RECOVERY SET KEYED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSRecountCount TO WSCountDisplay
           DISPLAY "=== CONVERSION PROVEN: "
               FUNCTION TRIM(WSCountDisplay, LEADING)
               " RECORD(S) NOW KEYED ON VALUE AND RUN ID ==="

           IF WSLogCount EQUAL TO 0
               DISPLAY "RUN IDS ARE 000000 UNTIL RUNHISTORY SWEEPS THE "
                   "DATED LOGS AGAIN."
           ELSE
               MOVE 1 TO WSLogIdx
               PERFORM ResweepOneLog UNTIL WSLogIdx > WSLogCount
               PERFORM ClearSweepEnvironment
               IF WSSweepFailed NOT EQUAL TO 0
                   DISPLAY "=== " WSSweepFailed " LOG(S) NOT SWEPT: "
                       "THEIR RESULTS KEEP RUN ID 000000 ==="
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> Reads the repeatable --resweep flag: each names a dated run
      *> log whose run ids are to be carried into the converted
      *> master. (Not --log: RUNHISTORY, CALLed from here, reads the
      *> same command line and would sweep every --log on each CALL.)
       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--resweep"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       IF WSLogCount < 50
                           ADD 1 TO WSLogCount
                           MOVE WSArgValue TO WSLogName(WSLogCount)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

      *> Every record of the old master to the flat copy, in key
      *> order. No old master means nothing to convert.
       UnloadOldMaster.
           MOVE 'N' TO WSEOF
           OPEN INPUT OldMasterFile
           IF WSMasterStatus NOT EQUAL TO 0
               DISPLAY "Error " WSMasterStatus ": unable to open "
                   FUNCTION TRIM(WSMasterFileName)
                   ". Nothing to convert; RUNHISTORY creates it keyed."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT UnloadFile
           IF WSUnloadStatus NOT EQUAL TO 0
               DISPLAY "Error " WSUnloadStatus ": unable to open "
                   FUNCTION TRIM(WSUnloadName) ". Exiting program."
               CLOSE OldMasterFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ OldMasterFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSUnloadCount
                       WRITE UnloadRecord FROM OH-Record
               END-READ
           END-PERFORM
           CLOSE OldMasterFile
           CLOSE UnloadFile
           MOVE WSUnloadCount TO WSCountDisplay
           DISPLAY "UNLOADED " FUNCTION TRIM(WSCountDisplay, LEADING)
               " RECORD(S) TO " FUNCTION TRIM(WSUnloadName).

      *> Recreates the master under the new layout and loads the
      *> flat copy into it; the alternate keys are built as each
      *> record is written.
       LoadNewMaster.
           MOVE 'N' TO WSEOF
           OPEN INPUT UnloadFile
           IF WSUnloadStatus NOT EQUAL TO 0
               DISPLAY "Error " WSUnloadStatus ": unable to reopen "
                   FUNCTION TRIM(WSUnloadName) ". Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MasterFile
           IF WSMasterStatus NOT EQUAL TO 0
               DISPLAY "Error " WSMasterStatus ": unable to recreate "
                   FUNCTION TRIM(WSMasterFileName)
                   ". The old records are in "
                   FUNCTION TRIM(WSUnloadName)
               CLOSE UnloadFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE UnloadRecord TO OH-Record
                       MOVE OH-Key TO RH-Key
                       MOVE OH-Result TO RH-Result
                       MOVE SPACES TO RH-Version
                       MOVE 0 TO RH-RunId
                       WRITE RH-Record
                           INVALID KEY
                               DISPLAY "LOAD REJECTED KEY " RH-Key
                                   " (STATUS " WSMasterStatus ")"
                               MOVE 'Y' TO WSProofFailed
                           NOT INVALID KEY
                               ADD 1 TO WSLoadedCount
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UnloadFile
           CLOSE MasterFile.

      *> Reads the converted master back through its new layout and
      *> holds its count against the unload.
       ProveConversion.
           MOVE 'N' TO WSEOF
           OPEN INPUT MasterFile
           IF WSMasterStatus NOT EQUAL TO 0
               DISPLAY "Error " WSMasterStatus ": unable to reopen "
                   FUNCTION TRIM(WSMasterFileName) " for the proof"
               MOVE 'Y' TO WSProofFailed
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ MasterFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END ADD 1 TO WSRecountCount
               END-READ
           END-PERFORM
           CLOSE MasterFile
           IF WSRecountCount NOT EQUAL TO WSUnloadCount
           OR WSLoadedCount NOT EQUAL TO WSUnloadCount
               MOVE WSRecountCount TO WSCountDisplay
               MOVE WSUnloadCount TO WSExpectDisplay
               DISPLAY "COUNT MISMATCH: CONVERTED MASTER HOLDS "
                   FUNCTION TRIM(WSCountDisplay, LEADING)
                   ", OLD MASTER HELD "
                   FUNCTION TRIM(WSExpectDisplay, LEADING)
               MOVE 'Y' TO WSProofFailed
           END-IF.

      *> One dated log back through RUNHISTORY, handed over the way
      *> NIGHTCLOSE hands it, with a CANCEL for fresh WORKING-STORAGE
      *> before the next.
       ResweepOneLog.
           DISPLAY "AOCRUNHISTORYLOG" UPON ENVIRONMENT-NAME
           DISPLAY WSLogName(WSLogIdx) UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           CALL "RUNHISTORY"
           MOVE RETURN-CODE TO WSSweepRc
           MOVE 0 TO RETURN-CODE
           CANCEL "RUNHISTORY"
           IF WSSweepRc NOT EQUAL TO 0
               ADD 1 TO WSSweepFailed
               DISPLAY "RUNHISTORY REPORTED CODE " WSSweepRc " FOR "
                   FUNCTION TRIM(WSLogName(WSLogIdx))
           END-IF
           ADD 1 TO WSLogIdx.

       ClearSweepEnvironment.
           DISPLAY "AOCRUNHISTORYLOG" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE.
