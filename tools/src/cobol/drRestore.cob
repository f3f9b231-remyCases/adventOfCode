               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT MasterCopyFile ASSIGN TO WSMasterCopyName
               ORGANIZATION IS LINE SEQUENTIAL
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD MasterCopyFile.
       01 MasterCopyRecord PIC X(119).
       FD ManifestFile.
       01 ManifestRecord PIC X(120).

      *> control datasets are listed from the manifest so the operator
      *> knows what else the set holds; those are plain line files an
      *> operator copies back by hand when needed.
      *> Overwriting the master is four-eyes: the first run queues the
      *> restore through APPROVALGATE with the manifest figures it
      *> would load, and a rerun with --approval ID carries it out
      *> once a second SUPERVISOR has approved it.
       01 WSMasterFileName PIC X(80) VALUE "results/run_history.idx".
       01 WSMasterStatus PIC 99.
       01 WSMasterCopyName PIC X(80).
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A.
       01 WSSnapDate PIC X(8) VALUE SPACES.
       01 WSApprovalId PIC X(6) VALUE SPACES.
       COPY "approvalRequest.cpy".

       01 WSLine PIC X(120).
       01 WSNameText PIC X(16).
           PERFORM ParseCommandLine
           IF WSSnapDate EQUAL TO SPACES
               DISPLAY "USAGE: DRRESTORE --date YYYYMMDD "
                   "[--master FILE] [--approval ID]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ReadManifest
           PERFORM GateRestore
           IF NOT APPROVAL-GRANTED
               DISPLAY "RESTORE NOT PERFORMED: "
                   FUNCTION TRIM(WSMasterFileName) " IS UNTOUCHED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadMasterFromCopy
           PERFORM ProveRestore

                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSMasterFileName
                   WHEN "--approval"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:6) TO WSApprovalId
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               END-IF
           END-IF.

      *> The approval covers this recovery set into this master, and
      *> the manifest figures the restore will be proven against.
       GateRestore.
           MOVE WSManifestCount TO WSExpectDisplay
           MOVE 2 TO APPROVAL-PREVIEW-COUNT
           MOVE SPACES TO APPROVAL-PREVIEW-LINE(1)
           STRING "REPLACE " FUNCTION TRIM(WSMasterFileName)
               " FROM RECOVERY SET " WSSnapDate
               DELIMITED BY SIZE INTO APPROVAL-PREVIEW-LINE(1)
           MOVE SPACES TO APPROVAL-PREVIEW-LINE(2)
           STRING "LOADS " FUNCTION TRIM(WSExpectDisplay, LEADING)
               " RECORD(S), KEYS " FUNCTION TRIM(WSManifestFirst)
               " TO " FUNCTION TRIM(WSManifestLast)
               DELIMITED BY SIZE INTO APPROVAL-PREVIEW-LINE(2)
           MOVE SPACES TO APPROVAL-SUBJECT
           STRING "DATE " WSSnapDate " MASTER "
               FUNCTION TRIM(WSMasterFileName)
               DELIMITED BY SIZE INTO APPROVAL-SUBJECT
           MOVE "DR RESTORE" TO APPROVAL-ACTION
           MOVE "SUPERVISOR" TO APPROVAL-ROLE
           MOVE "DRRESTORE" TO APPROVAL-PROGRAM
           MOVE WSApprovalId TO APPROVAL-ID
           IF WSApprovalId EQUAL TO SPACES
               MOVE "REQUEST" TO APPROVAL-FUNCTION
           ELSE
               MOVE "EXECUTE" TO APPROVAL-FUNCTION
           END-IF
           CALL 'APPROVALGATE' USING APPROVAL-REQUEST
           MOVE 0 TO RETURN-CODE.

      *> Rebuilds the indexed file from the flat copy. The snapshot
      *> was unloaded in key order, so a plain sequential load is
      *> enough - a sequence error here means the copy was tampered
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE MasterCopyRecord TO RH-Record
                      *> A snapshot unloaded before the master carried
                      *> run ids loads with none.
                       IF RH-RunId NOT NUMERIC
                           MOVE 0 TO RH-RunId
                       END-IF
                       WRITE RH-Record
                           INVALID KEY
                               DISPLAY "LOAD REJECTED KEY " RH-Key
