       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConfigFile ASSIGN TO WSConfigName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSConfigStatus.
           SELECT JournalFile ASSIGN TO "tools/data/config_journal"
           SELECT RunLogFile ASSIGN TO WSLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLogStatus.
           SELECT RehearsalFile ASSIGN TO "tools/data/config_rehearsals"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRehearsalStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ActiveRecord PIC X(40).
       FD RunLogFile.
       01 RunLogRecord PIC X(180).
       FD RehearsalFile.
       01 RehearsalRecord PIC X(120).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Versioning for the central runtime configuration, whose edits
      *>                          version, read off the CFG stamp the
      *>                          drivers write into each RUN START
      *>                          header
      *>   --propose FILE [--who NAME]
      *>                          journal FILE as the next version
      *>                          without making it live
      *>   --activate N [--override]
      *>                          make version N the live runtime.cfg
      *> A commit appends a "V|NNN|STAMP|EDITOR|CHECKSUM" header and
      *> "C|NNN|line" content records to tools/data/config_journal and
      *> rewrites tools/data/config_active ("NNN|CHECKSUM"), which is
      *> what MAINCOB stamps into its run headers. The checksum is the
      *> same rolling sum the drivers compute, so an uncommitted hand
      *> edit shows up as a stamp mismatch in the very next run log.
      *> A proposed version goes live only through --activate, and
      *> only once CFGREHEARSE has rehearsed it against the config
      *> that is live now (a REHEARSED record in
      *> tools/data/config_rehearsals carrying the live checksum and
      *> the version's own). Anything else is refused unless
      *> --override is given and AUTHCHECK grants SUPERVISOR; an
      *> override is logged to events.log (CFGOVRD). Each activation
      *> journals an "A|NNN|STAMP|EDITOR|REHEARSED or OVERRIDE"
      *> record.
       01 WSConfigName PIC X(80) VALUE "tools/data/runtime.cfg".
       01 WSConfigStatus PIC 99.
       01 WSRehearsalStatus PIC 99.
       01 WSJournalStatus PIC 99.
       01 WSActiveStatus PIC 99.
       01 WSLogStatus PIC 99.
           88 ListAction VALUE 'L'.
           88 ShowAction VALUE 'S'.
           88 RunsAction VALUE 'R'.
           88 ProposeAction VALUE 'P'.
           88 ActivateAction VALUE 'A'.
       01 WSShowVersion PIC 9(3) VALUE 0.
       01 WSWho PIC X(20) VALUE SPACES.
       01 WSProposeFile PIC X(80) VALUE SPACES.
       01 WSActivateVersion PIC 9(3) VALUE 0.
       01 WSOverrideFlag PIC A VALUE 'N'.
           88 OverrideAsked VALUE 'Y'.

       01 WSLine PIC X(180).
       01 WSToday PIC X(8).
       01 WSCfgPos PIC 9(3).
       01 WSRunsShown PIC 9(4) VALUE 0.

      *> Activation: the version's journaled checksum, the live one,
      *> and the latest rehearsal of the version on file.
       01 WSVersionSum PIC 9(8) VALUE 0.
       01 WSVersionFound PIC A VALUE 'N'.
       01 WSLiveSum PIC 9(8) VALUE 0.
       01 WSActiveLine PIC X(40).
       01 WSRehFound PIC A VALUE 'N'.
       01 WSRehVerText PIC X(3).
       01 WSRehStamp PIC X(14).
       01 WSRehWho PIC X(20).
       01 WSRehLiveSum PIC X(8).
       01 WSRehPropSum PIC X(8).
       01 WSRehParts PIC X(12).
       01 WSRehChanged PIC X(12).
       01 WSRehVerdict PIC X(12).
       01 WSLastRehLiveSum PIC X(8).
       01 WSLastRehPropSum PIC X(8).
       01 WSLastRehVerdict PIC X(12).
       01 WSLastRehStamp PIC X(14).
       01 WSRefusal PIC X(60) VALUE SPACES.
       01 WSActivateHow PIC X(9).

      *> Role gate on an override: AUTHCHECK consults the operator
      *> authority dataset and logs refusals to events.log.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
                   PERFORM ShowVersion
               WHEN RunsAction
                   PERFORM ListRunsByVersion
               WHEN ProposeAction
                   PERFORM ProposeVersion
               WHEN ActivateAction
                   PERFORM ActivateVersion
               WHEN OTHER
                   DISPLAY "USAGE: CFGMAINT --commit [--who NAME]"
                   DISPLAY "       CFGMAINT --propose FILE [--who NAME]"
                   DISPLAY "       CFGMAINT --activate N [--override]"
                   DISPLAY "       CFGMAINT --list"
                   DISPLAY "       CFGMAINT --show N"
                   DISPLAY "       CFGMAINT --runs --log FILE "
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       COMPUTE WSShowVersion =
                           FUNCTION NUMVAL(WSArgValue)
                   WHEN "--propose"
                       SET ProposeAction TO TRUE
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSProposeFile
                   WHEN "--activate"
                       SET ActivateAction TO TRUE
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       COMPUTE WSActivateVersion =
                           FUNCTION NUMVAL(WSArgValue)
                   WHEN "--override"
                       SET OverrideAsked TO TRUE
                   WHEN "--who"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
      *> Snapshot the live file as the next version: content into the
      *> journal, number and checksum into the active record.
       CommitVersion.
           PERFORM ResolveEditor
           PERFORM JournalNewVersion
           PERFORM WriteActiveRecord
           DISPLAY "COMMITTED runtime.cfg AS VERSION " WSNewVersion
               " (CHECKSUM " WSChecksum ") BY "
               FUNCTION TRIM(WSWho).

       ResolveEditor.
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           IF WSWho EQUAL TO SPACES
           END-IF
           IF WSWho EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSWho
           END-IF.

      *> The file WSConfigName names, journaled as the next version.
       JournalNewVersion.
           PERFORM FindLastVersion
           COMPUTE WSNewVersion = WSLastVersion + 1
           PERFORM ComputeConfigChecksum
               END-PERFORM
               CLOSE ConfigFile
           END-IF
           CLOSE JournalFile.

       WriteActiveRecord.
           OPEN OUTPUT ActiveFile
           MOVE SPACES TO WSLine
           STRING WSNewVersion "|" WSChecksum
               DELIMITED BY SIZE INTO WSLine
           WRITE ActiveRecord FROM WSLine(1:40)
           CLOSE ActiveFile.

      *> A candidate config journaled from its own file; the live
      *> runtime.cfg is not touched until --activate.
       ProposeVersion.
           IF WSProposeFile EQUAL TO SPACES
               DISPLAY "NAME THE PROPOSED FILE: CFGMAINT --propose FILE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSProposeFile TO WSConfigName
           PERFORM ResolveEditor
           PERFORM JournalNewVersion
           MOVE "tools/data/runtime.cfg" TO WSConfigName
           DISPLAY "PROPOSED " FUNCTION TRIM(WSProposeFile)
               " AS VERSION " WSNewVersion " (CHECKSUM " WSChecksum
               ") BY " FUNCTION TRIM(WSWho) " - NOT LIVE"
           DISPLAY "REHEARSE IT WITH: CFGREHEARSE --version "
               WSNewVersion.

      *> Version N becomes the live runtime.cfg only on a clean
      *> rehearsal against what is live now, or a SUPERVISOR
      *> override.
       ActivateVersion.
           PERFORM ResolveEditor
           PERFORM FindVersionHeader
           IF WSVersionFound NOT EQUAL TO 'Y'
               DISPLAY "VERSION " WSActivateVersion
                   " IS NOT IN tools/data/config_journal."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WSLiveSum
           OPEN INPUT ConfigFile
           IF WSConfigStatus EQUAL TO 0
               CLOSE ConfigFile
               PERFORM ComputeConfigChecksum
               MOVE WSChecksum TO WSLiveSum
           END-IF
           IF WSLiveSum EQUAL TO WSVersionSum
               DISPLAY "VERSION " WSActivateVersion
                   " IS ALREADY THE LIVE CONFIG."
               NEXT SENTENCE
           END-IF

           PERFORM FindLatestRehearsal
           MOVE SPACES TO WSRefusal
           EVALUATE TRUE
               WHEN WSRehFound NOT EQUAL TO 'Y'
                   MOVE "HAS NEVER BEEN REHEARSED" TO WSRefusal
               WHEN WSLastRehVerdict NOT EQUAL TO "REHEARSED"
                   MOVE "FAILED ITS LAST REHEARSAL" TO WSRefusal
               WHEN FUNCTION NUMVAL(WSLastRehLiveSum)
                   NOT EQUAL TO WSLiveSum
                   MOVE "WAS REHEARSED AGAINST A CONFIG NO LONGER LIVE"
                       TO WSRefusal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSRefusal EQUAL TO SPACES
               MOVE "REHEARSED" TO WSActivateHow
           ELSE
               PERFORM RefuseOrOverride
               MOVE "OVERRIDE" TO WSActivateHow
           END-IF

           PERFORM WriteVersionContent
           PERFORM ComputeConfigChecksum
           MOVE WSActivateVersion TO WSNewVersion
           PERFORM WriteActiveRecord
           OPEN EXTEND JournalFile
           IF WSJournalStatus NOT EQUAL TO 0
               OPEN OUTPUT JournalFile
           END-IF
           MOVE SPACES TO WSLine
           STRING "A|" WSActivateVersion "|" WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSWho) "|" FUNCTION TRIM(WSActivateHow)
               DELIMITED BY SIZE INTO WSLine
           WRITE JournalRecord FROM WSLine
           CLOSE JournalFile
           DISPLAY "VERSION " WSActivateVersion " IS NOW THE LIVE "
               "runtime.cfg (CHECKSUM " WSChecksum ", "
               FUNCTION TRIM(WSActivateHow) ") BY " FUNCTION TRIM(WSWho).

      *> No clean rehearsal: refused outright, unless the operator
      *> asked to override and holds SUPERVISOR - the override itself
      *> lands in events.log.
       RefuseOrOverride.
           DISPLAY "VERSION " WSActivateVersion " "
               FUNCTION TRIM(WSRefusal) "."
           IF NOT OverrideAsked
               DISPLAY "ACTIVATION REFUSED: REHEARSE IT WITH "
                   "CFGREHEARSE --version " WSActivateVersion
                   ", OR HAVE A SUPERVISOR ACTIVATE IT WITH --override."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CONFIG OVERRIDE" TO WSAuthAction
           MOVE "SUPERVISOR" TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CFGMAINT" TO EVENT-PROGRAM
           MOVE "W" TO EVENT-SEVERITY
           MOVE "CFGOVRD" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING "CONFIG VERSION " WSActivateVersion
               " ACTIVATED UNREHEARSED BY " FUNCTION TRIM(WSWho)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent.

       FindVersionHeader.
           MOVE 'N' TO WSVersionFound
           MOVE 'N' TO WSEOF
           OPEN INPUT JournalFile
           IF WSJournalStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ JournalFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSLine(1:2) EQUAL TO "V|"
                           MOVE SPACES TO WSVerText
                           MOVE SPACES TO WSSumText
                           UNSTRING WSLine(3:) DELIMITED BY "|"
                               INTO WSVerText WSStampText WSWhoText
                                    WSSumText
                           IF FUNCTION NUMVAL(WSVerText)
                               EQUAL TO WSActivateVersion
                               MOVE 'Y' TO WSVersionFound
                               COMPUTE WSVersionSum =
                                   FUNCTION NUMVAL(WSSumText)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile
           MOVE 'N' TO WSEOF.

      *> The version's latest "VERSION|STAMP|WHO|LIVESUM|PROPOSEDSUM|
      *> PARTS n|CHANGED n|VERDICT" record, as CFGREHEARSE wrote it.
       FindLatestRehearsal.
           MOVE 'N' TO WSRehFound
           MOVE 'N' TO WSEOF
           OPEN INPUT RehearsalFile
           IF WSRehearsalStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RehearsalFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE SPACES TO WSRehVerText WSRehStamp WSRehWho
                           WSRehLiveSum WSRehPropSum WSRehParts
                           WSRehChanged WSRehVerdict
                       UNSTRING WSLine DELIMITED BY "|"
                           INTO WSRehVerText WSRehStamp WSRehWho
                                WSRehLiveSum WSRehPropSum WSRehParts
                                WSRehChanged WSRehVerdict
                       IF WSRehVerText IS NUMERIC
                       AND FUNCTION NUMVAL(WSRehVerText)
                           EQUAL TO WSActivateVersion
                       AND FUNCTION NUMVAL(WSRehPropSum)
                           EQUAL TO WSVersionSum
                           MOVE 'Y' TO WSRehFound
                           MOVE WSRehLiveSum TO WSLastRehLiveSum
                           MOVE WSRehPropSum TO WSLastRehPropSum
                           MOVE WSRehVerdict TO WSLastRehVerdict
                           MOVE WSRehStamp TO WSLastRehStamp
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RehearsalFile
           MOVE 'N' TO WSEOF.

      *> Version N's "C|NNN|line" records written over runtime.cfg.
       WriteVersionContent.
           MOVE 'N' TO WSEOF
           OPEN INPUT JournalFile
           OPEN OUTPUT ConfigFile
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ JournalFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSLine(1:2) EQUAL TO "C|"
                           MOVE SPACES TO WSVerText
                           MOVE 1 TO WSCfgPos
                           UNSTRING WSLine(3:) DELIMITED BY "|"
                               INTO WSVerText
                               WITH POINTER WSCfgPos
                           IF FUNCTION NUMVAL(WSVerText)
                               EQUAL TO WSActivateVersion
                               MOVE SPACES TO ConfigRecord
                               MOVE WSLine(WSCfgPos + 2:) TO ConfigRecord
                               WRITE ConfigRecord
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConfigFile
           CLOSE JournalFile
           MOVE 'N' TO WSEOF.

       FindLastVersion.
           MOVE 0 TO WSLastVersion
           MOVE 'N' TO WSEOF
           OPEN INPUT ConfigFile
           IF WSConfigStatus NOT EQUAL TO 0
               DISPLAY "NO " FUNCTION TRIM(WSConfigName) " TO COMMIT."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
                               FUNCTION TRIM(WSWhoText)
                               " CHECKSUM " WSSumText
                       END-IF
                       IF WSLine(1:2) EQUAL TO "A|"
                           MOVE SPACES TO WSVerText
                           MOVE SPACES TO WSStampText
                           MOVE SPACES TO WSWhoText
                           MOVE SPACES TO WSRehVerdict
                           UNSTRING WSLine(3:) DELIMITED BY "|"
                               INTO WSVerText WSStampText WSWhoText
                                    WSRehVerdict
                           DISPLAY "    ACTIVATED " WSVerText " ON "
                               WSStampText(1:8) " BY "
                               FUNCTION TRIM(WSWhoText) " ("
                               FUNCTION TRIM(WSRehVerdict) ")"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile.
               CLOSE RunLogFile
           END-IF
           ADD 1 TO WSLogIdx.

       COPY "eventAppend.cpy".
