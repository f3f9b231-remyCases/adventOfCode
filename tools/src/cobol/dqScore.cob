       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QualityFile ASSIGN TO "results/quality.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQualityStatus.
           SELECT IntakeFile ASSIGN TO "tools/data/intake_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSIntakeStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSEventStatus.
           SELECT QuarFile ASSIGN TO WSQuarFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQuarStatus.
           SELECT ThresholdFile ASSIGN TO "tools/data/dq_thresholds"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSThresholdStatus.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QualityFile.
       01 QualityRecord PIC X(80).
       FD IntakeFile.
       01 IntakeRecord PIC X(160).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD QuarFile.
       01 QuarRecord PIC X(160).
       FD ThresholdFile.
       01 ThresholdRecord PIC X(80).
       FD CalendarFile.
       01 CalendarRecord PIC X(80).

       WORKING-STORAGE SECTION.
      *> The data-quality scorecard: one card per feed (YEAR-DD) over
      *> the last N days (default 30), rolled up per business day from
      *>   results/quality.log        VALIDATEINPUT's per-day lines,
      *>                              rejected and warned counts and
      *>                              the rules that hit;
      *>   tools/data/intake_register records received, codepage
      *>                              detections (anything installed
      *>                              other than plain ASCII) and
      *>                              feeds held on control totals;
      *>   results/events.log         RESUBMIT events, the quarantined
      *>                              lines pushed back into the input;
      *>   YYYY/data/quarantine_day_* where the quarantine stands now
      *>                              (NEW/ASSIGNED open, REPAIRED,
      *>                              REJECTED).
      *> Activity on a day the shop calendar closes is booked to the
      *> next business day. Each feed is graded GOOD, WATCH or POOR on
      *> its rejected and warned percentages against
      *> tools/data/dq_thresholds, and trended by comparing the older
      *> and the newer half of the window; POOR and DETERIORATING
      *> feeds are listed for the monthly supplier review.
      *>   --days N          window length (default 30, at most 60)
      *>   --asof YYYYMMDD   window end (default today)
      *>   --feed YYYY-DD    one feed only
       01 WSQualityStatus PIC 99.
       01 WSIntakeStatus PIC 99.
       01 WSEventStatus PIC 99.
       01 WSQuarStatus PIC 99.
       01 WSThresholdStatus PIC 99.
       01 WSQuarFileName PIC X(60).
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSDays PIC 99 VALUE 30.
       01 WSAsOf PIC X(8) VALUE SPACES.
       01 WSFeedFilter PIC X(7) VALUE SPACES.
       01 WSAsOfInt PIC 9(8).
       01 WSStartInt PIC 9(8).
       01 WSStartDate PIC 9(8).
       01 WSHalfDays PIC 99.

       01 WSLine PIC X(160).
       01 WSFld1 PIC X(60).
       01 WSFld2 PIC X(60).
       01 WSFld3 PIC X(60).
       01 WSFld4 PIC X(60).
       01 WSFld5 PIC X(60).
       01 WSFld6 PIC X(60).
       01 WSFld7 PIC X(60).

      *> Feeds in YEAR-DD order, each with a slot per window day
      *> (business-day buckets; a closed day at the window's end can
      *> roll a few slots past it) and the quarantine's standing.
       01 WSFeedTable.
           05 WSFeedCount PIC 99 VALUE 0.
           05 WSFeedEntry OCCURS 40 TIMES.
               10 WSFeedId PIC X(7).
               10 WSFeedDay OCCURS 70 TIMES.
                   15 WSDayReceived PIC 9(8).
                   15 WSDayLines PIC 9(8).
                   15 WSDayRejected PIC 9(8).
                   15 WSDayWarned PIC 9(8).
                   15 WSDayResub PIC 9(6).
                   15 WSDayCodepage PIC 9(4).
                   15 WSDayHeld PIC 9(4).
               10 WSFeedQuarOpen PIC 9(5).
               10 WSFeedQuarRepaired PIC 9(5).
               10 WSFeedQuarRejected PIC 9(5).
       01 WSFeedIdx PIC 99.
       01 WSFeedJdx PIC 99.
       01 WSFeedWork PIC X(7).
       01 WSFeedFull PIC A VALUE 'N'.
       01 WSBucket PIC 99.
       01 WSBucketIdx PIC 99.
       01 WSActDate PIC X(8).

      *> Rule hits over the window, per feed, reject and warn apart.
       01 WSRuleTable.
           05 WSRuleCount PIC 9(3) VALUE 0.
           05 WSRuleEntry OCCURS 200 TIMES.
               10 WSRuleFeed PIC X(7).
               10 WSRuleId PIC X(8).
               10 WSRuleKind PIC X.
               10 WSRuleHits PIC 9(8).
               10 WSRuleShown PIC A.
       01 WSRuleIdx PIC 9(3).
       01 WSRuleBest PIC 9(3).
       01 WSRuleRank PIC 9.
       01 WSRuleKindWork PIC X.
       01 WSRuleFull PIC A VALUE 'N'.
       01 WSTopText PIC X(100).
       01 WSTopPtr PIC 9(3).

      *> Thresholds: FEED|REJECT-WATCH|REJECT-POOR|WARN-WATCH|
      *> WARN-POOR|TREND, a * feed standing for every other one.
       01 WSThrTable.
           05 WSThrCount PIC 99 VALUE 0.
           05 WSThrEntry OCCURS 40 TIMES.
               10 WSThrFeed PIC X(7).
               10 WSThrRejWatch PIC 9(3)V9.
               10 WSThrRejPoor PIC 9(3)V9.
               10 WSThrWarnWatch PIC 9(3)V9.
               10 WSThrWarnPoor PIC 9(3)V9.
               10 WSThrTrend PIC 9(3)V9.
       01 WSThrIdx PIC 99.
       01 WSRejWatch PIC 9(3)V9.
       01 WSRejPoor PIC 9(3)V9.
       01 WSWarnWatch PIC 9(3)V9.
       01 WSWarnPoor PIC 9(3)V9.
       01 WSTrendMargin PIC 9(3)V9.
       01 WSDefRejWatch PIC 9(3)V9 VALUE 1.
       01 WSDefRejPoor PIC 9(3)V9 VALUE 5.
       01 WSDefWarnWatch PIC 9(3)V9 VALUE 5.
       01 WSDefWarnPoor PIC 9(3)V9 VALUE 20.
       01 WSDefTrend PIC 9(3)V9 VALUE 1.

      *> One feed's window totals, halves and verdicts.
       01 WSTotReceived PIC 9(9).
       01 WSTotLines PIC 9(9).
       01 WSTotRejected PIC 9(9).
       01 WSTotWarned PIC 9(9).
       01 WSTotResub PIC 9(7).
       01 WSTotCodepage PIC 9(5).
       01 WSTotHeld PIC 9(5).
       01 WSOldLines PIC 9(9).
       01 WSOldRejected PIC 9(9).
       01 WSOldWarned PIC 9(9).
       01 WSNewLines PIC 9(9).
       01 WSNewRejected PIC 9(9).
       01 WSNewWarned PIC 9(9).
       01 WSRejPct PIC 9(3)V9.
       01 WSWarnPct PIC 9(3)V9.
       01 WSOldRejPct PIC 9(3)V9.
       01 WSNewRejPct PIC 9(3)V9.
       01 WSOldWarnPct PIC 9(3)V9.
       01 WSNewWarnPct PIC 9(3)V9.
       01 WSPctDisplay PIC ZZ9.9.
       01 WSPct2Display PIC ZZ9.9.
       01 WSGrade PIC X(7).
       01 WSTrend PIC X(13).
       01 WSGoodCount PIC 99 VALUE 0.
       01 WSWatchCount PIC 99 VALUE 0.
       01 WSPoorCount PIC 99 VALUE 0.
       01 WSWorseCount PIC 99 VALUE 0.
       01 WSReviewCount PIC 99 VALUE 0.
       01 WSReviewTable.
           05 WSReviewEntry OCCURS 40 TIMES PIC X(30).
       01 WSReviewIdx PIC 99.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSNum1Display.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSNum2Display.
       01 WSSmall1Display PIC ZZZZ9.
       01 WSSmall2Display PIC ZZZZ9.
       01 WSSmall3Display PIC ZZZZ9.
       01 WSDayRow PIC X(100).
       01 WSBucketDate PIC 9(8).

      *> Feed ids and file names meet through the day words the input
      *> and quarantine files are named by.
       01 WSDayWords.
           05 FILLER PIC X(6) VALUE "one".
           05 FILLER PIC X(6) VALUE "two".
           05 FILLER PIC X(6) VALUE "three".
           05 FILLER PIC X(6) VALUE "four".
           05 FILLER PIC X(6) VALUE "five".
           05 FILLER PIC X(6) VALUE "six".
           05 FILLER PIC X(6) VALUE "seven".
           05 FILLER PIC X(6) VALUE "eight".
           05 FILLER PIC X(6) VALUE "nine".
           05 FILLER PIC X(6) VALUE "ten".
           05 FILLER PIC X(6) VALUE "eleven".
           05 FILLER PIC X(6) VALUE "twelve".
       01 WSDayWordTable REDEFINES WSDayWords.
           05 WSDayWord PIC X(6) OCCURS 12 TIMES.
       01 WSDayWordIdx PIC 99.
       01 WSDayNum PIC 99.
       01 WSPathText PIC X(80).
       01 WSPathHead PIC X(80).
       01 WSPathTail PIC X(80).
       01 WSPathWord PIC X(20).

       01 WSResubHead PIC X(40).
       01 WSResubWho PIC X(20).
       01 WSResubRest PIC X(60).
       01 WSResubCount PIC X(8).
       01 WSQuarFldStatus PIC X(8).
       COPY "calendarFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSAsOf EQUAL TO SPACES
               ACCEPT WSAsOf FROM DATE YYYYMMDD
           END-IF
           IF WSAsOf IS NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WSAsOf))
               NOT EQUAL TO 0
               DISPLAY "--asof WANTS A YYYYMMDD DATE."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WSDays < 1 OR WSDays > 60
               DISPLAY "--days WANTS 1 TO 60."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WSAsOfInt =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WSAsOf))
           COMPUTE WSStartInt = WSAsOfInt - WSDays + 1
           COMPUTE WSStartDate = FUNCTION DATE-OF-INTEGER(WSStartInt)
           COMPUTE WSHalfDays = WSDays / 2
           PERFORM LoadBusinessCalendar
           PERFORM LoadThresholds
           PERFORM LoadQualityTrail
           PERFORM LoadIntakes
           PERFORM LoadResubmits
           PERFORM VARYING WSFeedIdx FROM 1 BY 1
               UNTIL WSFeedIdx > WSFeedCount
               PERFORM LoadQuarantineStanding
           END-PERFORM
           PERFORM ReportScorecard
           GOBACK.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--days"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       COMPUTE WSDays = FUNCTION NUMVAL(WSArgValue)
                   WHEN "--asof"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:8) TO WSAsOf
                   WHEN "--feed"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:7) TO WSFeedFilter
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadThresholds.
           MOVE 0 TO WSThrCount
           MOVE 'N' TO WSEOF
           OPEN INPUT ThresholdFile
           IF WSThresholdStatus NOT EQUAL TO 0
               DISPLAY "(NO tools/data/dq_thresholds: DEFAULT GRADING)"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ThresholdFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreOneThreshold
               END-READ
           END-PERFORM
           CLOSE ThresholdFile
           MOVE 'N' TO WSEOF.

       StoreOneThreshold.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*' AND WSLine(2:1) NOT EQUAL TO '|'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           MOVE SPACES TO WSFld6
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6
           IF FUNCTION TEST-NUMVAL(WSFld2) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSFld3) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSFld4) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSFld5) NOT EQUAL TO 0
               DISPLAY "THRESHOLD LINE IGNORED (BAD LIMIT): "
                   FUNCTION TRIM(WSLine)
               NEXT SENTENCE
           END-IF
           IF FUNCTION TRIM(WSFld1) EQUAL TO "*"
               COMPUTE WSDefRejWatch = FUNCTION NUMVAL(WSFld2)
               COMPUTE WSDefRejPoor = FUNCTION NUMVAL(WSFld3)
               COMPUTE WSDefWarnWatch = FUNCTION NUMVAL(WSFld4)
               COMPUTE WSDefWarnPoor = FUNCTION NUMVAL(WSFld5)
               IF FUNCTION TEST-NUMVAL(WSFld6) EQUAL TO 0
                   COMPUTE WSDefTrend = FUNCTION NUMVAL(WSFld6)
               END-IF
               NEXT SENTENCE
           END-IF
           IF WSThrCount >= 40
               DISPLAY "THRESHOLD LINE IGNORED (TABLE FULL AT 40): "
                   FUNCTION TRIM(WSLine)
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSThrCount
           MOVE WSFld1(1:7) TO WSThrFeed(WSThrCount)
           COMPUTE WSThrRejWatch(WSThrCount) = FUNCTION NUMVAL(WSFld2)
           COMPUTE WSThrRejPoor(WSThrCount) = FUNCTION NUMVAL(WSFld3)
           COMPUTE WSThrWarnWatch(WSThrCount) = FUNCTION NUMVAL(WSFld4)
           COMPUTE WSThrWarnPoor(WSThrCount) = FUNCTION NUMVAL(WSFld5)
           MOVE 0 TO WSThrTrend(WSThrCount)
           IF FUNCTION TEST-NUMVAL(WSFld6) EQUAL TO 0
               COMPUTE WSThrTrend(WSThrCount) = FUNCTION NUMVAL(WSFld6)
           END-IF.

      *> quality.log: STAMP|YEAR-DD|KIND|ID|COUNT.
       LoadQualityTrail.
           MOVE 'N' TO WSEOF
           OPEN INPUT QualityFile
           IF WSQualityStatus NOT EQUAL TO 0
               DISPLAY "(NO results/quality.log: NO VALIDATION "
                   "FIGURES YET)"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ QualityFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneQualityRecord
               END-READ
           END-PERFORM
           CLOSE QualityFile
           MOVE 'N' TO WSEOF.

       FoldOneQualityRecord.
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5
           MOVE WSFld1(1:8) TO WSActDate
           MOVE WSFld2(1:7) TO WSFeedWork
           PERFORM LocateBucket
           IF WSBucket EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM LocateFeed
           IF WSFeedIdx EQUAL TO 0
               NEXT SENTENCE
           END-IF
           EVALUATE FUNCTION TRIM(WSFld3)
               WHEN "LINES"
                   ADD FUNCTION NUMVAL(WSFld5)
                       TO WSDayLines(WSFeedIdx, WSBucket)
               WHEN "REJECTED"
                   ADD FUNCTION NUMVAL(WSFld5)
                       TO WSDayRejected(WSFeedIdx, WSBucket)
               WHEN "WARNED"
                   ADD FUNCTION NUMVAL(WSFld5)
                       TO WSDayWarned(WSFeedIdx, WSBucket)
               WHEN "REJECT"
                   MOVE 'R' TO WSRuleKindWork
                   PERFORM AddRuleHits
               WHEN "WARN"
                   MOVE 'W' TO WSRuleKindWork
                   PERFORM AddRuleHits
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AddRuleHits.
           MOVE 0 TO WSRuleBest
           PERFORM VARYING WSRuleIdx FROM 1 BY 1
               UNTIL WSRuleIdx > WSRuleCount
               IF WSRuleFeed(WSRuleIdx) EQUAL TO WSFeedWork
               AND WSRuleId(WSRuleIdx) EQUAL TO WSFld4(1:8)
               AND WSRuleKind(WSRuleIdx) EQUAL TO WSRuleKindWork
                   MOVE WSRuleIdx TO WSRuleBest
               END-IF
           END-PERFORM
           IF WSRuleBest EQUAL TO 0
               IF WSRuleCount >= 200
                   MOVE 'Y' TO WSRuleFull
                   NEXT SENTENCE
               END-IF
               ADD 1 TO WSRuleCount
               MOVE WSRuleCount TO WSRuleBest
               MOVE WSFeedWork TO WSRuleFeed(WSRuleBest)
               MOVE WSFld4(1:8) TO WSRuleId(WSRuleBest)
               MOVE WSRuleKindWork TO WSRuleKind(WSRuleBest)
               MOVE 0 TO WSRuleHits(WSRuleBest)
           END-IF
           ADD FUNCTION NUMVAL(WSFld5) TO WSRuleHits(WSRuleBest).

      *> intake_register: STAMP|WHO|YEAR-DD|SOURCE|COUNT|TARGET|
      *> VERDICT|FINGERPRINT; VERDICT is the codepage (ASCII, or
      *> EBCDIC>ASCII / MIXED when detection had to step in) or
      *> REJECTED: for a feed held on its control totals.
       LoadIntakes.
           MOVE 'N' TO WSEOF
           OPEN INPUT IntakeFile
           IF WSIntakeStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ IntakeFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneIntake
               END-READ
           END-PERFORM
           CLOSE IntakeFile
           MOVE 'N' TO WSEOF.

       FoldOneIntake.
           IF WSLine(1:1) EQUAL TO '*'
           OR WSLine(1:8) IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           MOVE SPACES TO WSFld6
           MOVE SPACES TO WSFld7
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6 WSFld7
           MOVE WSFld1(1:8) TO WSActDate
           MOVE WSFld3(1:7) TO WSFeedWork
           PERFORM LocateBucket
           IF WSBucket EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM LocateFeed
           IF WSFeedIdx EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF FUNCTION TEST-NUMVAL(WSFld5) EQUAL TO 0
               ADD FUNCTION NUMVAL(WSFld5)
                   TO WSDayReceived(WSFeedIdx, WSBucket)
           END-IF
           EVALUATE TRUE
               WHEN WSFld7(1:9) EQUAL TO "REJECTED:"
                   ADD 1 TO WSDayHeld(WSFeedIdx, WSBucket)
               WHEN FUNCTION TRIM(WSFld7) EQUAL TO "ASCII"
               OR WSFld7 EQUAL TO SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WSDayCodepage(WSFeedIdx, WSBucket)
           END-EVALUATE.

      *> RESUBMIT events: "WHO YYYY-DD RESUBMITTED nnnn LINE(S)", the
      *> feed id ahead of the count so the event's message cap never
      *> cuts it. Older events carried the input path instead, "WHO
      *> RESUBMITTED nnnn LINE(S) TO INPUT", and are still read.
       LoadResubmits.
           MOVE 'N' TO WSEOF
           OPEN INPUT EventFile
           IF WSEventStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ EventFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneResubmit
               END-READ
           END-PERFORM
           CLOSE EventFile
           MOVE 'N' TO WSEOF.

       FoldOneResubmit.
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5
           IF FUNCTION TRIM(WSFld4) NOT EQUAL TO "RESUBMIT"
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSResubHead
           MOVE SPACES TO WSResubRest
           UNSTRING WSFld5 DELIMITED BY " RESUBMITTED "
               INTO WSResubHead WSResubRest
           MOVE SPACES TO WSResubWho
           MOVE SPACES TO WSFeedWork
           UNSTRING WSResubHead DELIMITED BY ALL SPACE
               INTO WSResubWho WSFeedWork
           MOVE SPACES TO WSResubCount
           MOVE SPACES TO WSPathText
           IF WSFeedWork EQUAL TO SPACES
               UNSTRING WSResubRest DELIMITED BY " LINE(S) TO "
                   INTO WSResubCount WSPathText
               PERFORM PathToFeed
           ELSE
               UNSTRING WSResubRest DELIMITED BY ALL SPACE
                   INTO WSResubCount
           END-IF
           IF FUNCTION TEST-NUMVAL(WSResubCount) NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF WSFeedWork EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE WSFld1(1:8) TO WSActDate
           PERFORM LocateBucket
           IF WSBucket EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM LocateFeed
           IF WSFeedIdx EQUAL TO 0
               NEXT SENTENCE
           END-IF
           ADD FUNCTION NUMVAL(WSResubCount)
               TO WSDayResub(WSFeedIdx, WSBucket).

      *> A feed's quarantine file as it stands today, whatever the
      *> window: the backlog a supplier still owes repairs on.
       LoadQuarantineStanding.
           MOVE 0 TO WSFeedQuarOpen(WSFeedIdx)
           MOVE 0 TO WSFeedQuarRepaired(WSFeedIdx)
           MOVE 0 TO WSFeedQuarRejected(WSFeedIdx)
           COMPUTE WSDayNum = FUNCTION NUMVAL(WSFeedId(WSFeedIdx)(6:2))
           IF WSDayNum < 1 OR WSDayNum > 12
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSQuarFileName
           STRING WSFeedId(WSFeedIdx)(1:4) "/data/quarantine_day_"
               FUNCTION TRIM(WSDayWord(WSDayNum))
               DELIMITED BY SIZE INTO WSQuarFileName
           MOVE 'N' TO WSEOF
           OPEN INPUT QuarFile
           IF WSQuarStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ QuarFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneQuarRecord
               END-READ
           END-PERFORM
           CLOSE QuarFile
           MOVE 'N' TO WSEOF.

      *> SOURCEFILE|LINENO|REASON|TEXT|STATUS|OPERATOR|DATE; records
      *> from before the lifecycle tail read as NEW, as in QUARMAINT.
       FoldOneQuarRecord.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSQuarFldStatus
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSQuarFldStatus
           EVALUATE FUNCTION TRIM(WSQuarFldStatus)
               WHEN "REPAIRED"
                   ADD 1 TO WSFeedQuarRepaired(WSFeedIdx)
               WHEN "REJECTED"
                   ADD 1 TO WSFeedQuarRejected(WSFeedIdx)
               WHEN OTHER
                   ADD 1 TO WSFeedQuarOpen(WSFeedIdx)
           END-EVALUATE.

      *> "YYYY/data/<name>_day_<word>[.suffix]" to the YEAR-DD feed
      *> id; anything else leaves WSFeedWork blank.
       PathToFeed.
           MOVE SPACES TO WSFeedWork
           MOVE SPACES TO WSPathHead
           MOVE SPACES TO WSPathTail
           UNSTRING WSPathText DELIMITED BY "_day_"
               INTO WSPathHead WSPathTail
           IF WSPathTail EQUAL TO SPACES
           OR WSPathText(1:4) IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSPathWord
           UNSTRING WSPathTail DELIMITED BY "." OR SPACE
               INTO WSPathWord
           MOVE 0 TO WSDayNum
           PERFORM VARYING WSDayWordIdx FROM 1 BY 1
               UNTIL WSDayWordIdx > 12
               IF FUNCTION TRIM(WSDayWord(WSDayWordIdx))
                   EQUAL TO FUNCTION TRIM(WSPathWord)
                   MOVE WSDayWordIdx TO WSDayNum
               END-IF
           END-PERFORM
           IF WSDayNum EQUAL TO 0
               NEXT SENTENCE
           END-IF
           STRING WSPathText(1:4) "-" WSDayNum
               DELIMITED BY SIZE INTO WSFeedWork.

      *> WSActDate to its business-day slot in the window, 0 when it
      *> falls outside it.
       LocateBucket.
           MOVE 0 TO WSBucket
           IF WSActDate IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WSActDate))
               NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE WSActDate TO BCAL-DATE
           COMPUTE BCAL-INT = FUNCTION INTEGER-OF-DATE(BCAL-DATE)
           IF BCAL-INT < WSStartInt OR BCAL-INT > WSAsOfInt
               NEXT SENTENCE
           END-IF
           PERFORM CheckBusinessDay
           IF BCAL-CLOSED
               PERFORM NextBusinessDay
               COMPUTE BCAL-INT = FUNCTION INTEGER-OF-DATE(BCAL-DATE)
           END-IF
           IF BCAL-INT - WSStartInt + 1 > 70
               NEXT SENTENCE
           END-IF
           COMPUTE WSBucket = BCAL-INT - WSStartInt + 1.

      *> WSFeedWork to its slot, opened in YEAR-DD order on first
      *> sight; 0 for a feed filtered out or past the table.
       LocateFeed.
           MOVE 0 TO WSFeedIdx
           IF WSFeedWork(5:1) NOT EQUAL TO '-'
               NEXT SENTENCE
           END-IF
           IF WSFeedFilter NOT EQUAL TO SPACES
           AND WSFeedWork NOT EQUAL TO WSFeedFilter
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSFeedJdx FROM 1 BY 1
               UNTIL WSFeedJdx > WSFeedCount
               IF WSFeedId(WSFeedJdx) EQUAL TO WSFeedWork
                   MOVE WSFeedJdx TO WSFeedIdx
               END-IF
           END-PERFORM
           IF WSFeedIdx NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF WSFeedCount >= 40
               MOVE 'Y' TO WSFeedFull
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSFeedCount
           MOVE WSFeedCount TO WSFeedJdx
           PERFORM UNTIL WSFeedJdx EQUAL TO 1
           OR WSFeedId(WSFeedJdx - 1) NOT GREATER THAN WSFeedWork
               MOVE WSFeedEntry(WSFeedJdx - 1) TO WSFeedEntry(WSFeedJdx)
               SUBTRACT 1 FROM WSFeedJdx
           END-PERFORM
           INITIALIZE WSFeedEntry(WSFeedJdx)
           MOVE WSFeedWork TO WSFeedId(WSFeedJdx)
           MOVE WSFeedJdx TO WSFeedIdx.

       ReportScorecard.
           DISPLAY "=== DATA-QUALITY SCORECARD " WSStartDate " - "
               WSAsOf " (" WSDays " DAY(S)) ==="
           IF WSFeedFull EQUAL TO 'Y'
               DISPLAY "(MORE THAN 40 FEEDS: NARROW WITH --feed)"
           END-IF
           IF WSRuleFull EQUAL TO 'Y'
               DISPLAY "(MORE THAN 200 RULE TALLIES: TOP RULES "
                   "INCOMPLETE)"
           END-IF
           IF WSFeedCount EQUAL TO 0
               DISPLAY "(NO FEED ACTIVITY IN THE WINDOW)"
           END-IF
           PERFORM VARYING WSFeedIdx FROM 1 BY 1
               UNTIL WSFeedIdx > WSFeedCount
               PERFORM ReportOneFeed
           END-PERFORM
           DISPLAY "=== " WSFeedCount " FEED(S): " WSGoodCount " GOOD, "
               WSWatchCount " WATCH, " WSPoorCount " POOR; "
               WSWorseCount " DETERIORATING ==="
           IF WSReviewCount > 0
               DISPLAY "RAISE AT THE MONTHLY SUPPLIER REVIEW:"
               PERFORM VARYING WSReviewIdx FROM 1 BY 1
                   UNTIL WSReviewIdx > WSReviewCount
                   DISPLAY "  " FUNCTION TRIM(WSReviewEntry(WSReviewIdx))
               END-PERFORM
           END-IF.

       ReportOneFeed.
           PERFORM TotalOneFeed
           PERFORM GradeOneFeed
           DISPLAY " "
           DISPLAY "FEED " WSFeedId(WSFeedIdx) "  GRADE "
               FUNCTION TRIM(WSGrade) "  TREND " FUNCTION TRIM(WSTrend)
           MOVE WSTotReceived TO WSNum1Display
           MOVE WSTotLines TO WSNum2Display
           DISPLAY "  RECEIVED " FUNCTION TRIM(WSNum1Display)
               "  VALIDATED " FUNCTION TRIM(WSNum2Display)
           MOVE WSTotRejected TO WSNum1Display
           MOVE WSTotWarned TO WSNum2Display
           MOVE WSRejPct TO WSPctDisplay
           MOVE WSWarnPct TO WSPct2Display
           DISPLAY "  REJECTED " FUNCTION TRIM(WSNum1Display) " ("
               FUNCTION TRIM(WSPctDisplay) "%)  WARNED "
               FUNCTION TRIM(WSNum2Display) " ("
               FUNCTION TRIM(WSPct2Display) "%)"
           MOVE WSTotResub TO WSNum2Display
           MOVE WSTotCodepage TO WSSmall1Display
           MOVE WSTotHeld TO WSSmall2Display
           DISPLAY "  QUARANTINED " FUNCTION TRIM(WSNum1Display)
               "  RESUBMITTED " FUNCTION TRIM(WSNum2Display)
               "  CODEPAGE DETECTIONS " FUNCTION TRIM(WSSmall1Display)
               "  HELD " FUNCTION TRIM(WSSmall2Display)
           MOVE WSFeedQuarOpen(WSFeedIdx) TO WSSmall1Display
           MOVE WSFeedQuarRepaired(WSFeedIdx) TO WSSmall2Display
           MOVE WSFeedQuarRejected(WSFeedIdx) TO WSSmall3Display
           DISPLAY "  QUARANTINE NOW: " FUNCTION TRIM(WSSmall1Display)
               " OPEN, " FUNCTION TRIM(WSSmall2Display) " REPAIRED, "
               FUNCTION TRIM(WSSmall3Display) " REJECTED"
           PERFORM ReportTopRules
           DISPLAY "  BUSINESS DAY      RECEIVED     VALIDATED   REJ%"
               "  WARN%  RESUB   CP  HELD"
           PERFORM VARYING WSBucketIdx FROM 1 BY 1
               UNTIL WSBucketIdx > 70
               PERFORM ReportOneDay
           END-PERFORM.

       TotalOneFeed.
           MOVE 0 TO WSTotReceived
           MOVE 0 TO WSTotLines
           MOVE 0 TO WSTotRejected
           MOVE 0 TO WSTotWarned
           MOVE 0 TO WSTotResub
           MOVE 0 TO WSTotCodepage
           MOVE 0 TO WSTotHeld
           MOVE 0 TO WSOldLines
           MOVE 0 TO WSOldRejected
           MOVE 0 TO WSOldWarned
           MOVE 0 TO WSNewLines
           MOVE 0 TO WSNewRejected
           MOVE 0 TO WSNewWarned
           PERFORM VARYING WSBucketIdx FROM 1 BY 1
               UNTIL WSBucketIdx > 70
               ADD WSDayReceived(WSFeedIdx, WSBucketIdx) TO WSTotReceived
               ADD WSDayLines(WSFeedIdx, WSBucketIdx) TO WSTotLines
               ADD WSDayRejected(WSFeedIdx, WSBucketIdx) TO WSTotRejected
               ADD WSDayWarned(WSFeedIdx, WSBucketIdx) TO WSTotWarned
               ADD WSDayResub(WSFeedIdx, WSBucketIdx) TO WSTotResub
               ADD WSDayCodepage(WSFeedIdx, WSBucketIdx) TO WSTotCodepage
               ADD WSDayHeld(WSFeedIdx, WSBucketIdx) TO WSTotHeld
               IF WSBucketIdx > WSHalfDays
                   ADD WSDayLines(WSFeedIdx, WSBucketIdx) TO WSNewLines
                   ADD WSDayRejected(WSFeedIdx, WSBucketIdx)
                       TO WSNewRejected
                   ADD WSDayWarned(WSFeedIdx, WSBucketIdx) TO WSNewWarned
               ELSE
                   ADD WSDayLines(WSFeedIdx, WSBucketIdx) TO WSOldLines
                   ADD WSDayRejected(WSFeedIdx, WSBucketIdx)
                       TO WSOldRejected
                   ADD WSDayWarned(WSFeedIdx, WSBucketIdx) TO WSOldWarned
               END-IF
           END-PERFORM
           MOVE 0 TO WSRejPct
           MOVE 0 TO WSWarnPct
           IF WSTotLines > 0
               COMPUTE WSRejPct ROUNDED =
                   WSTotRejected * 100 / WSTotLines
               COMPUTE WSWarnPct ROUNDED =
                   WSTotWarned * 100 / WSTotLines
           END-IF
           MOVE 0 TO WSOldRejPct
           MOVE 0 TO WSOldWarnPct
           MOVE 0 TO WSNewRejPct
           MOVE 0 TO WSNewWarnPct
           IF WSOldLines > 0
               COMPUTE WSOldRejPct ROUNDED =
                   WSOldRejected * 100 / WSOldLines
               COMPUTE WSOldWarnPct ROUNDED =
                   WSOldWarned * 100 / WSOldLines
           END-IF
           IF WSNewLines > 0
               COMPUTE WSNewRejPct ROUNDED =
                   WSNewRejected * 100 / WSNewLines
               COMPUTE WSNewWarnPct ROUNDED =
                   WSNewWarned * 100 / WSNewLines
           END-IF.

      *> The feed's own threshold record, else the * defaults. A feed
      *> validated in only one half of the window has no trend.
       GradeOneFeed.
           MOVE WSDefRejWatch TO WSRejWatch
           MOVE WSDefRejPoor TO WSRejPoor
           MOVE WSDefWarnWatch TO WSWarnWatch
           MOVE WSDefWarnPoor TO WSWarnPoor
           MOVE WSDefTrend TO WSTrendMargin
           PERFORM VARYING WSThrIdx FROM 1 BY 1
               UNTIL WSThrIdx > WSThrCount
               IF WSThrFeed(WSThrIdx) EQUAL TO WSFeedId(WSFeedIdx)
                   MOVE WSThrRejWatch(WSThrIdx) TO WSRejWatch
                   MOVE WSThrRejPoor(WSThrIdx) TO WSRejPoor
                   MOVE WSThrWarnWatch(WSThrIdx) TO WSWarnWatch
                   MOVE WSThrWarnPoor(WSThrIdx) TO WSWarnPoor
                   IF WSThrTrend(WSThrIdx) > 0
                       MOVE WSThrTrend(WSThrIdx) TO WSTrendMargin
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WSTotLines EQUAL TO 0
                   MOVE "NO DATA" TO WSGrade
               WHEN WSRejPct >= WSRejPoor OR WSWarnPct >= WSWarnPoor
                   MOVE "POOR" TO WSGrade
                   ADD 1 TO WSPoorCount
               WHEN WSRejPct >= WSRejWatch OR WSWarnPct >= WSWarnWatch
                   MOVE "WATCH" TO WSGrade
                   ADD 1 TO WSWatchCount
               WHEN OTHER
                   MOVE "GOOD" TO WSGrade
                   ADD 1 TO WSGoodCount
           END-EVALUATE
           EVALUATE TRUE
               WHEN WSOldLines EQUAL TO 0 OR WSNewLines EQUAL TO 0
                   MOVE "NO TREND" TO WSTrend
               WHEN WSNewRejPct >= WSOldRejPct + WSTrendMargin
               OR WSNewWarnPct >= WSOldWarnPct + WSTrendMargin
                   MOVE "DETERIORATING" TO WSTrend
                   ADD 1 TO WSWorseCount
               WHEN WSOldRejPct >= WSNewRejPct + WSTrendMargin
                   MOVE "IMPROVING" TO WSTrend
               WHEN OTHER
                   MOVE "STEADY" TO WSTrend
           END-EVALUATE
           IF (WSGrade EQUAL TO "POOR" OR WSTrend EQUAL TO "DETERIORATING")
           AND WSReviewCount < 40
               ADD 1 TO WSReviewCount
               MOVE SPACES TO WSReviewEntry(WSReviewCount)
               STRING WSFeedId(WSFeedIdx) " " FUNCTION TRIM(WSGrade) " "
                   FUNCTION TRIM(WSTrend)
                   DELIMITED BY SIZE INTO WSReviewEntry(WSReviewCount)
           END-IF.

      *> The feed's three busiest failing rules over the window.
       ReportTopRules.
           PERFORM VARYING WSRuleIdx FROM 1 BY 1
               UNTIL WSRuleIdx > WSRuleCount
               MOVE 'N' TO WSRuleShown(WSRuleIdx)
           END-PERFORM
           MOVE SPACES TO WSTopText
           MOVE 1 TO WSTopPtr
           PERFORM VARYING WSRuleRank FROM 1 BY 1 UNTIL WSRuleRank > 3
               PERFORM PickTopRule
               IF WSRuleBest > 0
                   MOVE 'Y' TO WSRuleShown(WSRuleBest)
                   MOVE WSRuleHits(WSRuleBest) TO WSNum1Display
                   STRING FUNCTION TRIM(WSRuleId(WSRuleBest)) " ("
                       WSRuleKind(WSRuleBest) ") "
                       FUNCTION TRIM(WSNum1Display) "  "
                       DELIMITED BY SIZE INTO WSTopText
                       WITH POINTER WSTopPtr
               END-IF
           END-PERFORM
           IF WSTopText EQUAL TO SPACES
               MOVE "(NONE)" TO WSTopText
           END-IF
           DISPLAY "  TOP FAILING RULES: " FUNCTION TRIM(WSTopText).

       PickTopRule.
           MOVE 0 TO WSRuleBest
           PERFORM VARYING WSRuleIdx FROM 1 BY 1
               UNTIL WSRuleIdx > WSRuleCount
               IF WSRuleFeed(WSRuleIdx) EQUAL TO WSFeedId(WSFeedIdx)
               AND WSRuleShown(WSRuleIdx) EQUAL TO 'N'
                   IF WSRuleBest EQUAL TO 0
                       MOVE WSRuleIdx TO WSRuleBest
                   ELSE
                       IF WSRuleHits(WSRuleIdx) > WSRuleHits(WSRuleBest)
                           MOVE WSRuleIdx TO WSRuleBest
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ReportOneDay.
           IF WSDayReceived(WSFeedIdx, WSBucketIdx) EQUAL TO 0
           AND WSDayLines(WSFeedIdx, WSBucketIdx) EQUAL TO 0
           AND WSDayResub(WSFeedIdx, WSBucketIdx) EQUAL TO 0
           AND WSDayHeld(WSFeedIdx, WSBucketIdx) EQUAL TO 0
               NEXT SENTENCE
           END-IF
           COMPUTE WSBucketDate =
               FUNCTION DATE-OF-INTEGER(WSStartInt + WSBucketIdx - 1)
           MOVE 0 TO WSRejPct
           MOVE 0 TO WSWarnPct
           IF WSDayLines(WSFeedIdx, WSBucketIdx) > 0
               COMPUTE WSRejPct ROUNDED =
                   WSDayRejected(WSFeedIdx, WSBucketIdx) * 100
                   / WSDayLines(WSFeedIdx, WSBucketIdx)
               COMPUTE WSWarnPct ROUNDED =
                   WSDayWarned(WSFeedIdx, WSBucketIdx) * 100
                   / WSDayLines(WSFeedIdx, WSBucketIdx)
           END-IF
           MOVE WSDayReceived(WSFeedIdx, WSBucketIdx) TO WSNum1Display
           MOVE WSDayLines(WSFeedIdx, WSBucketIdx) TO WSNum2Display
           MOVE WSRejPct TO WSPctDisplay
           MOVE WSWarnPct TO WSPct2Display
           MOVE WSDayResub(WSFeedIdx, WSBucketIdx) TO WSSmall1Display
           MOVE WSDayCodepage(WSFeedIdx, WSBucketIdx) TO WSSmall2Display
           MOVE WSDayHeld(WSFeedIdx, WSBucketIdx) TO WSSmall3Display
           MOVE SPACES TO WSDayRow
           STRING "  " WSBucketDate "  " WSNum1Display(12:) "  "
               WSNum2Display(12:) "  " WSPctDisplay "  " WSPct2Display
               "  " WSSmall1Display " " WSSmall2Display(2:) " "
               WSSmall3Display
               DELIMITED BY SIZE INTO WSDayRow
           DISPLAY FUNCTION TRIM(WSDayRow, TRAILING).

       COPY "calendarMath.cpy".
