           SELECT AlertFile ASSIGN TO "results/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.
           SELECT ControlFile ASSIGN TO WSControlName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSControlStatus.
           SELECT HeldFile ASSIGN TO WSHeldName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSHeldStatus.
           SELECT GenerationFile ASSIGN TO "tools/data/generations"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSGenStatus.
           SELECT GenInFile ASSIGN TO WSGenFromName
               ORGANIZATION IS RECORD BINARY SEQUENTIAL
               FILE STATUS IS WSGenInStatus.
           SELECT GenOutFile ASSIGN TO WSGenName
               ORGANIZATION IS RECORD BINARY SEQUENTIAL
               FILE STATUS IS WSGenOutStatus.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ArrivalsRecord PIC X(60).
       FD AlertFile.
       01 AlertRecord PIC X(160).
       FD ControlFile.
       01 ControlRecord PIC X(80).
       FD HeldFile.
       01 HeldRecord PIC X(120).
       FD GenerationFile.
       01 GenerationRecord PIC X(160).
       FD GenInFile.
       01 GenInRecord PIC X(1).
       FD GenOutFile.
       01 GenOutRecord PIC X(1).
       FD CalendarFile.
       01 CalendarRecord PIC X(80).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Controlled, reversible input replacement: --source FILE
           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDayWordLookup REDEFINES WSDayWordTable.
           05 WSDayWord OCCURS 7 TIMES PIC X(10).

       01 WSLine PIC X(120).
       01 WSLineLen PIC 9(3).
       01 WSCatalogStatus PIC 99.
       01 WSCatalogTable.
           05 WSCatalogCount PIC 9(3) VALUE 0.
           05 WSCatalogLine OCCURS 200 TIMES PIC X(160).
       01 WSCatIdx PIC 9(3).
       01 WSCatPath PIC X(60).
       01 WSCatOwner PIC X(16).
      *> today is reported as missed and alerted, so a feed that
      *> simply never showed up stops announcing itself as a confused
      *> operator wondering why yesterday's answer came back.
      *> FREQ BUSINESS is a feed the sender only ships on the shop's
      *> business days (tools/data/business_calendar): on a weekend,
      *> holiday or shutdown day it is not due and never missed.
       COPY "calendarFile.cpy".
       01 WSTodayClosed PIC A VALUE 'N'.
       01 WSTodayReason PIC X(40).
       01 WSMonitorFlag PIC A VALUE 'N'.
           88 MonitorMode VALUE 'Y'.
           88 NoMonitorMode VALUE 'N'.
       01 WSRegStamp PIC X(14).
       01 WSRegWho PIC X(20).
       01 WSRegFeed PIC X(7).
       01 WSRegSource PIC X(80).
       01 WSRegCount PIC X(12).
       01 WSRegTarget PIC X(80).
       01 WSRegVerdict PIC X(40).
       01 WSFeedSeen PIC A.
       01 WSMissedCount PIC 9(3) VALUE 0.
       COPY "alertFile.cpy".
       01 WSFpSource PIC 9(8).
       01 WSFpTarget PIC 9(8).
       01 WSFpInstalled PIC 9(8).
       01 WSFpLines PIC 9(9).

      *> Sender control totals: a supplier may send a control file
      *> beside the feed (FILE.ctl, or --control FILE), one
      *> "COUNT|HASH|BUSINESSDATE" line with "*" comments allowed -
      *> HASH being the same rolling fingerprint computed above, over
      *> the file as sent. The count, the hash and the business date
      *> (today, or --business-date YYYYMMDD) must all agree with
      *> what arrived, before anything installed is touched. A feed
      *> that disagrees goes to a holding file beside its target
      *> (TARGET_STAMP.held) with an alert (code 0013) and a register
      *> record whose verdict reads REJECTED: CONTROL TOTAL MISMATCH
      *> in place of the codepage. A feed with no control file is
      *> accepted or held on its CONTROL policy in the
      *> expected-arrivals calendar: REQUIRED holds it (REJECTED: NO
      *> CONTROL FILE), OPTIONAL - the default - accepts it, as
      *> before.
       01 WSControlName PIC X(80) VALUE SPACES.
       01 WSControlStatus PIC 99.
       01 WSControlLine PIC X(80).
       01 WSCtlEOF PIC A.
       01 WSCtlFound PIC A.
       01 WSCtlCountText PIC X(12).
       01 WSCtlHashText PIC X(12).
       01 WSCtlDate PIC X(8).
       01 WSCtlCount PIC 9(9).
       01 WSCtlHash PIC 9(8).
       01 WSCtlAgrees PIC A.
       01 WSSourceLines PIC 9(9).
       01 WSBusinessDate PIC X(8) VALUE SPACES.
       01 WSFeedId PIC X(7).
       01 WSArrControl PIC X(8).
       01 WSControlPolicy PIC X(8).
       01 WSRejectReason PIC X(30).
       01 WSHeldName PIC X(80).
       01 WSHeldStatus PIC 99.

      *> Input generations: every accepted install is also kept as a
      *> numbered generation beside the target (TARGET.Gnnnn, a
      *> byte-for-byte copy) and indexed in tools/data/generations,
      *> "BASE|GEN|STAMP|FINGERPRINT|LINES|WHO|STATUS", so "minus one"
      *> still exists after a restage (see genReference.cpy). The
      *> first generation of an input that predates the index is the
      *> prior input itself, taken from its backup. RETENTION rolls
      *> old generations off.
       01 WSGenStatus PIC 99.
       01 WSGenInStatus PIC 99.
       01 WSGenOutStatus PIC 99.
       01 WSGenFromName PIC X(80).
       01 WSGenName PIC X(80).
       01 WSGenLine PIC X(160).
       01 WSGenEOF PIC A.
       01 WSGenRecBase PIC X(60).
       01 WSGenRecText PIC X(6).
       01 WSGenRecStamp PIC X(14).
       01 WSGenRecFp PIC X(8).
       01 WSGenRecLines PIC X(12).
       01 WSGenRecWho PIC X(20).
       01 WSGenRecState PIC X(8).
       01 WSGenLast PIC 9(4).
       01 WSGenActive PIC 9(4).
       01 WSGenNumber PIC 9(4).
       01 WSGenFp PIC 9(8).
       01 WSGenLines PIC 9(9).
       01 WSEnvName PIC X(30).

      *> Arrival notice: a feed that installs and passes its checks
      *> posts an INTAKE FEEDARRV event to the operations event log,
      *> "FEED YYYY-DD ARRIVED ...", which is what releases the
      *> job_queue entries QUEUERUNNER holds WAITING for that feed.
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
               STOP RUN
           END-IF
           IF WSSourceName EQUAL TO SPACES OR WSYear EQUAL TO 0
           OR WSDay EQUAL TO 0 OR WSDay > 7
               DISPLAY "USAGE: INTAKE --source FILE --year YYYY "
                   "--day N (1-7) [--who NAME]"
               DISPLAY "       [--control FILE] [--business-date "
                   "YYYYMMDD] [--convert]"
               DISPLAY "       INTAKE --monitor"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           MOVE WSSourceName TO WSFpName
           PERFORM ComputeFileFingerprint
           MOVE WSFpChecksum TO WSFpSource
           MOVE WSFpLines TO WSSourceLines
           MOVE WSTargetName TO WSFpName
           PERFORM ComputeFileFingerprint
           MOVE WSFpChecksum TO WSFpTarget
               STOP RUN
           END-IF

           PERFORM CheckControlTotals
           IF WSRejectReason NOT EQUAL TO SPACES
               PERFORM HoldRejectedFeed
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BackupCurrentInput
           PERFORM ClassifySourceCodepage
           IF ConvertMode AND WSCodepageVerdict EQUAL TO "EBCDIC"
               MOVE WSFpChecksum TO WSFpInstalled
               PERFORM AppendProvenance
               PERFORM UpsertCatalogEntry
               PERFORM KeepInputGeneration
               PERFORM PostFeedArrival
               MOVE WSLineCount TO WSLineCountDisplay
               DISPLAY "INSTALLED " FUNCTION TRIM(WSTargetName) " ("
                   FUNCTION TRIM(WSLineCountDisplay, LEADING)
                       SET MonitorMode TO TRUE
                   WHEN "--convert"
                       SET ConvertMode TO TRUE
                   WHEN "--control"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSControlName
                   WHEN "--business-date"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:8) TO WSBusinessDate
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
       RunAcceptanceGate.
           DISPLAY "AOCVALIDATEDAY" UPON ENVIRONMENT-NAME
           DISPLAY WSDay UPON ENVIRONMENT-VALUE
          *> The gate checks the file just installed, whatever input
          *> override the operator's environment carries.
           MOVE SPACES TO WSEnvName
           STRING "AOC" WSYear "DAY" WSDay(2:1) "INPUT"
               DELIMITED BY SIZE INTO WSEnvName
           DISPLAY WSEnvName UPON ENVIRONMENT-NAME
           DISPLAY WSTargetName UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           IF WSYear EQUAL TO 2022
               CALL 'VALIDATEINPUT'
                   WSFpInstalled
                   DELIMITED BY SIZE INTO WSRegisterLine
           END-IF
           PERFORM WriteRegisterLine.

       WriteRegisterLine.
           OPEN EXTEND RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               OPEN OUTPUT RegisterFile
                   READ CatalogFile INTO WSCatReadLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WSCatalogCount < 200
                               ADD 1 TO WSCatalogCount
                               MOVE WSCatReadLine
                                   TO WSCatalogLine(WSCatalogCount)
           END-IF

           IF WSCatOverflow EQUAL TO 'Y'
               DISPLAY "CATALOG EXCEEDS THE 200-LINE TABLE: ENTRY NOT "
                   "REFRESHED SO NO RECORD IS DROPPED."
               NEXT SENTENCE
           END-IF
               ADD 1 TO WSCatIdx
           END-PERFORM

           IF WSCatFound EQUAL TO 'N' AND WSCatalogCount < 200
               MOVE WSTargetName TO WSCatPath
               MOVE "INTAKE" TO WSCatOwner
               MOVE "PUZZLE INPUT" TO WSCatLayout
           MOVE WSNowTime(1:4) TO WSNowHHMM
           DISPLAY "=== EXPECTED-ARRIVALS CHECK " WSToday " "
               WSNowHHMM " ==="
           PERFORM LoadBusinessCalendar
           COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSToday)
           PERFORM CheckBusinessDay
           MOVE 'N' TO WSTodayClosed
           IF BCAL-CLOSED
               MOVE 'Y' TO WSTodayClosed
           END-IF
           MOVE BCAL-REASON TO WSTodayReason
           MOVE 'N' TO WSMonEOF
           OPEN INPUT ArrivalsFile
           IF WSArrivalsStatus NOT EQUAL TO 0
           MOVE SPACES TO WSArrCutoff
           UNSTRING WSArrivalLine DELIMITED BY "|"
               INTO WSArrFeed WSArrFreq WSArrCutoff
           MOVE FUNCTION UPPER-CASE(WSArrFreq) TO WSArrFreq
           IF WSArrFreq NOT EQUAL TO "DAILY"
           AND WSArrFreq NOT EQUAL TO "BUSINESS"
               NEXT SENTENCE
           END-IF
           IF WSArrFreq EQUAL TO "BUSINESS"
           AND WSTodayClosed EQUAL TO 'Y'
               DISPLAY "NOT DUE: " WSArrFeed " (NOT A BUSINESS DAY - "
                   FUNCTION TRIM(WSTodayReason) ")"
               NEXT SENTENCE
           END-IF
           IF WSNowHHMM < WSArrCutoff
                       MOVE SPACES TO WSRegStamp
                       MOVE SPACES TO WSRegWho
                       MOVE SPACES TO WSRegFeed
                       MOVE SPACES TO WSRegVerdict
                       UNSTRING WSRegLine DELIMITED BY "|"
                           INTO WSRegStamp WSRegWho WSRegFeed
                                WSRegSource WSRegCount WSRegTarget
                                WSRegVerdict
                       IF WSRegStamp(1:8) EQUAL TO WSToday
                       AND WSRegFeed EQUAL TO WSArrFeed
                       AND WSRegVerdict(1:9) NOT EQUAL TO "REJECTED:"
                           MOVE 'Y' TO WSFeedSeen
                           MOVE 'Y' TO WSRegEOF
                       END-IF
           END-PERFORM
           CLOSE RegisterFile.

      *> Numbers the new install as the target's next generation,
      *> first recording the prior input as a generation of its own
      *> when the target has none on the index yet.
       KeepInputGeneration.
           PERFORM ScanGenerationIndex
           IF WSGenActive EQUAL TO 0 AND WSHadBackup EQUAL TO 'Y'
               MOVE WSBackupName TO WSGenFromName
               MOVE WSBackupName TO WSFpName
               PERFORM ComputeFileFingerprint
               MOVE WSFpChecksum TO WSGenFp
               MOVE WSFpLines TO WSGenLines
               PERFORM AddOneGeneration
           END-IF
           MOVE WSTargetName TO WSGenFromName
           MOVE WSFpInstalled TO WSGenFp
           MOVE WSLineCount TO WSGenLines
           PERFORM AddOneGeneration.

      *> The highest generation ever numbered for this target, and how
      *> many are still ACTIVE.
       ScanGenerationIndex.
           MOVE 0 TO WSGenLast
           MOVE 0 TO WSGenActive
           MOVE 'N' TO WSGenEOF
           OPEN INPUT GenerationFile
           IF WSGenStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSGenEOF EQUAL TO 'Y'
               READ GenerationFile INTO WSGenLine
                   AT END MOVE 'Y' TO WSGenEOF
                   NOT AT END
                       MOVE SPACES TO WSGenRecBase WSGenRecText
                           WSGenRecStamp WSGenRecFp WSGenRecLines
                           WSGenRecWho WSGenRecState
                       UNSTRING WSGenLine DELIMITED BY "|"
                           INTO WSGenRecBase WSGenRecText WSGenRecStamp
                                WSGenRecFp WSGenRecLines WSGenRecWho
                                WSGenRecState
                       IF WSGenLine(1:1) NOT EQUAL TO '*'
                       AND WSGenRecBase EQUAL TO WSTargetName
                       AND FUNCTION TEST-NUMVAL(WSGenRecText) EQUAL TO 0
                           IF FUNCTION NUMVAL(WSGenRecText) > WSGenLast
                               COMPUTE WSGenLast =
                                   FUNCTION NUMVAL(WSGenRecText)
                           END-IF
                           IF WSGenRecState EQUAL TO "ACTIVE"
                               ADD 1 TO WSGenActive
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GenerationFile.

      *> Copies WSGenFromName byte for byte to the next generation
      *> file and indexes it.
       AddOneGeneration.
           ADD 1 TO WSGenLast GIVING WSGenNumber
           MOVE SPACES TO WSGenName
           STRING FUNCTION TRIM(WSTargetName) ".G" WSGenNumber
               DELIMITED BY SIZE INTO WSGenName
           MOVE 'N' TO WSByteEOF
           OPEN INPUT GenInFile
           IF WSGenInStatus NOT EQUAL TO 0
               DISPLAY "NOTE: " FUNCTION TRIM(WSGenFromName)
                   " UNREADABLE - NO GENERATION KEPT"
               NEXT SENTENCE
           END-IF
           OPEN OUTPUT GenOutFile
           IF WSGenOutStatus NOT EQUAL TO 0
               CLOSE GenInFile
               DISPLAY "NOTE: CANNOT CREATE " FUNCTION TRIM(WSGenName)
                   " - NO GENERATION KEPT"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSByteEOF EQUAL TO 'Y'
               READ GenInFile INTO WSByte
                   AT END MOVE 'Y' TO WSByteEOF
                   NOT AT END WRITE GenOutRecord FROM WSByte
               END-READ
           END-PERFORM
           CLOSE GenInFile
           CLOSE GenOutFile
           MOVE SPACES TO WSGenLine
           STRING FUNCTION TRIM(WSTargetName) "|" WSGenNumber "|"
               WSToday WSNowTime(1:6) "|" WSGenFp "|" WSGenLines "|"
               FUNCTION TRIM(WSWho) "|ACTIVE"
               DELIMITED BY SIZE INTO WSGenLine
           OPEN EXTEND GenerationFile
           IF WSGenStatus NOT EQUAL TO 0
               OPEN OUTPUT GenerationFile
           END-IF
           IF WSGenStatus EQUAL TO 0
               WRITE GenerationRecord FROM WSGenLine
               CLOSE GenerationFile
           END-IF
           MOVE WSGenNumber TO WSGenLast
           DISPLAY "KEPT AS GENERATION G" WSGenNumber ": "
               FUNCTION TRIM(WSGenName).

      *> Compares the sender's control file, if any, with the staged
      *> arrival; WSRejectReason comes back spaces for a feed that may
      *> proceed.
       CheckControlTotals.
           MOVE SPACES TO WSRejectReason
           MOVE SPACES TO WSFeedId
           STRING WSYear "-" WSDay DELIMITED BY SIZE INTO WSFeedId
           IF WSBusinessDate EQUAL TO SPACES
               MOVE WSToday TO WSBusinessDate
           END-IF
           IF WSControlName EQUAL TO SPACES
               STRING FUNCTION TRIM(WSSourceName) ".ctl"
                   DELIMITED BY SIZE INTO WSControlName
           END-IF
           PERFORM ReadControlFile
           IF WSCtlFound EQUAL TO 'N'
               PERFORM LookUpControlPolicy
               IF WSControlPolicy EQUAL TO "REQUIRED"
                   DISPLAY "NO CONTROL FILE (" FUNCTION TRIM(WSControlName)
                       ") AND FEED " WSFeedId " REQUIRES ONE"
                   MOVE "NO CONTROL FILE" TO WSRejectReason
               ELSE
                   DISPLAY "NO CONTROL FILE: FEED " WSFeedId
                       " ACCEPTED ON ITS OPTIONAL POLICY"
               END-IF
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO WSCtlAgrees
           IF FUNCTION TEST-NUMVAL(WSCtlCountText) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSCtlHashText) NOT EQUAL TO 0
               DISPLAY "CONTROL FILE UNREADABLE: "
                   FUNCTION TRIM(WSControlLine)
               MOVE 'N' TO WSCtlAgrees
           ELSE
               COMPUTE WSCtlCount = FUNCTION NUMVAL(WSCtlCountText)
               COMPUTE WSCtlHash = FUNCTION NUMVAL(WSCtlHashText)
               IF WSCtlCount NOT EQUAL TO WSSourceLines
                   DISPLAY "CONTROL COUNT " WSCtlCount
                       " BUT " WSSourceLines " RECORD(S) ARRIVED"
                   MOVE 'N' TO WSCtlAgrees
               END-IF
               IF WSCtlHash NOT EQUAL TO WSFpSource
                   DISPLAY "CONTROL HASH " WSCtlHash
                       " BUT THE ARRIVAL HASHES TO " WSFpSource
                   MOVE 'N' TO WSCtlAgrees
               END-IF
           END-IF
           IF WSCtlDate NOT EQUAL TO WSBusinessDate
               DISPLAY "CONTROL BUSINESS DATE " WSCtlDate
                   " BUT STAGING FOR " WSBusinessDate
               MOVE 'N' TO WSCtlAgrees
           END-IF
           IF WSCtlAgrees EQUAL TO 'Y'
               MOVE WSSourceLines TO WSLineCountDisplay
               DISPLAY "CONTROL TOTALS AGREE: "
                   FUNCTION TRIM(WSLineCountDisplay, LEADING)
                   " RECORD(S), HASH " WSFpSource ", BUSINESS DATE "
                   WSBusinessDate
           ELSE
               MOVE "CONTROL TOTAL MISMATCH" TO WSRejectReason
           END-IF.

      *> The first non-comment line of the control file, if there is
      *> one.
       ReadControlFile.
           MOVE 'N' TO WSCtlFound
           MOVE SPACES TO WSControlLine
           MOVE 'N' TO WSCtlEOF
           OPEN INPUT ControlFile
           IF WSControlStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSCtlEOF EQUAL TO 'Y'
               READ ControlFile INTO WSControlLine
                   AT END MOVE 'Y' TO WSCtlEOF
                   NOT AT END
                       IF FUNCTION TRIM(WSControlLine) NOT EQUAL TO
                           SPACES
                       AND WSControlLine(1:1) NOT EQUAL TO '*'
                           MOVE 'Y' TO WSCtlFound
                           MOVE 'Y' TO WSCtlEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ControlFile
           MOVE SPACES TO WSCtlCountText
           MOVE SPACES TO WSCtlHashText
           MOVE SPACES TO WSCtlDate
           IF WSCtlFound EQUAL TO 'Y'
               UNSTRING WSControlLine DELIMITED BY "|"
                   INTO WSCtlCountText WSCtlHashText WSCtlDate
           END-IF.

      *> The feed's CONTROL column in the expected-arrivals calendar;
      *> a feed not listed, or listed without one, is OPTIONAL.
       LookUpControlPolicy.
           MOVE "OPTIONAL" TO WSControlPolicy
           MOVE 'N' TO WSMonEOF
           OPEN INPUT ArrivalsFile
           IF WSArrivalsStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSMonEOF EQUAL TO 'Y'
               READ ArrivalsFile INTO WSArrivalLine
                   AT END MOVE 'Y' TO WSMonEOF
                   NOT AT END
                       MOVE SPACES TO WSArrFeed
                       MOVE SPACES TO WSArrFreq
                       MOVE SPACES TO WSArrCutoff
                       MOVE SPACES TO WSArrControl
                       UNSTRING WSArrivalLine DELIMITED BY "|"
                           INTO WSArrFeed WSArrFreq WSArrCutoff
                                WSArrControl
                       IF WSArrivalLine(1:1) NOT EQUAL TO '*'
                       AND WSArrFeed EQUAL TO WSFeedId
                       AND FUNCTION UPPER-CASE(WSArrControl)
                           EQUAL TO "REQUIRED"
                           MOVE "REQUIRED" TO WSControlPolicy
                           MOVE 'Y' TO WSMonEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArrivalsFile.

      *> A refused feed is copied as sent to its holding file - the
      *> installed input is never touched - and registered, alerted
      *> and reported with the reason.
       HoldRejectedFeed.
           ACCEPT WSNowTime FROM TIME
           MOVE SPACES TO WSHeldName
           STRING FUNCTION TRIM(WSTargetName) "_" WSToday
               WSNowTime(1:6) ".held"
               DELIMITED BY SIZE INTO WSHeldName
           MOVE 'N' TO WSEOF
           OPEN INPUT SourceFile
           OPEN OUTPUT HeldFile
           IF WSSourceStatus EQUAL TO 0 AND WSHeldStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ SourceFile INTO WSLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END WRITE HeldRecord FROM WSLine
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SourceFile
           CLOSE HeldFile
           MOVE WSSourceLines TO WSLineCountDisplay
           MOVE SPACES TO WSRegisterLine
           STRING WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSWho) "|" WSFeedId "|"
               FUNCTION TRIM(WSSourceName) "|"
               FUNCTION TRIM(WSLineCountDisplay, LEADING) "|"
               FUNCTION TRIM(WSHeldName) "|REJECTED: "
               FUNCTION TRIM(WSRejectReason) "|" WSFpSource
               DELIMITED BY SIZE INTO WSRegisterLine
           PERFORM WriteRegisterLine
           MOVE "INTAKE" TO ALERT-PROGRAM
           MOVE SPACES TO ALERT-KEY
           MOVE WSFeedId TO ALERT-KEY
           MOVE 13 TO ALERT-CODE
           MOVE SPACES TO ALERT-MESSAGE
           STRING "FEED " WSFeedId " HELD: "
               FUNCTION TRIM(WSRejectReason)
               DELIMITED BY SIZE INTO ALERT-MESSAGE
           PERFORM AppendAlert
           DISPLAY "REJECTED: " FUNCTION TRIM(WSRejectReason)
               ". FEED HELD AT " FUNCTION TRIM(WSHeldName)
               "; INSTALLED INPUT UNTOUCHED.".

       COPY "alertAppend.cpy".

      *> The feed is in and has passed its control totals and its
      *> acceptance gate: the queue may now run what waits on it.
       PostFeedArrival.
           MOVE WSLineCount TO WSLineCountDisplay
           MOVE "INTAKE" TO EVENT-PROGRAM
           MOVE "I" TO EVENT-SEVERITY
           MOVE "FEEDARRV" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING "FEED " WSFeedId " ARRIVED: "
               FUNCTION TRIM(WSLineCountDisplay, LEADING)
               " RECORD(S) INSTALLED"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           DISPLAY "ARRIVAL POSTED FOR FEED " WSFeedId.

       COPY "eventAppend.cpy".

      *> The rolling line checksum over whatever WSFpName points at;
      *> a missing file fingerprints as zero.
       ComputeFileFingerprint.
           MOVE 0 TO WSFpChecksum
           MOVE 0 TO WSFpLines
           MOVE 'N' TO WSFpEOF
           OPEN INPUT FingerprintFile
           IF WSFpStatus NOT EQUAL TO 0
           CLOSE FingerprintFile.

       FingerprintOneLine.
           ADD 1 TO WSFpLines
           COMPUTE WSFpCheckLen =
               FUNCTION LENGTH(FUNCTION TRIM(WSFpLine, TRAILING))
           IF FUNCTION TRIM(WSFpLine) EQUAL TO SPACES
               FUNCTION TRIM(WSCodepageVerdict) "|"
               WSFpInstalled
               DELIMITED BY SIZE INTO WSCatNewLine.

       COPY "calendarMath.cpy".
