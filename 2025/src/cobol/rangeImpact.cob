       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANGEIMPACT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IndexedRangeFile ASSIGN TO WSIndexedFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-RangeSeq
               FILE STATUS IS WSIndexedStatus.
           SELECT CsvFile ASSIGN TO WSCsvFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCsvStatus.
           SELECT ImpactFile ASSIGN TO WSImpactFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSImpactStatus.

       DATA DIVISION.
       FILE SECTION.
       FD IndexedRangeFile.
       01 IR-Record.
           05 IR-RangeSeq PIC 9(6).
           05 IR-RangeText PIC X(50).
       FD CsvFile.
       01 CsvRecord PIC X(200).
       FD ImpactFile.
       01 ImpactRecord PIC X(200).

       WORKING-STORAGE SECTION.
      *> The what-if check RANGEMAINT --add is missing: for each
      *> proposed range named on the command line it reports how far
      *> the range overlaps the ranges already in the indexed range
      *> file DAYTWO (2025) builds, how many invalid ids it would add
      *> that no existing range already flags - part 1's repeated-
      *> twice pattern and part 2's any-repetition patterns, the same
      *> divisor construction the scan uses - and the projected change
      *> to both answers against the latest part 1 and part 2 results
      *> in results/results.csv. Ids two proposed ranges share are
      *> counted once, under the first. Nothing is written to the feed
      *> or the index; each range's findings are appended, dated, to
      *> 2025/data/range_impact as
      *>   STAMP|OPERATOR|RANGE|STATUS|OVERLAPS|COVERED|NEW1|SUM1|
      *>   NEW2|SUM2|PROJECTED1|PROJECTED2
      *> (STATUS OK or MALFORMED; a PROJECTED field is blank when no
      *> answer is on record), which RANGEMAINT shows when the range
      *> is added. --index and --csv override the input paths.
       01 WSIndexedFileName PIC X(60)
           VALUE "2025/data/input_day_two_indexed".
       01 WSCsvFileName PIC X(60) VALUE "results/results.csv".
       01 WSImpactFileName PIC X(60) VALUE "2025/data/range_impact".
       01 WSIndexedStatus PIC 99.
       01 WSCsvStatus PIC 99.
       01 WSImpactStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSOperator PIC X(20).

      *> Proposed ranges, in command-line order.
       01 WSProposals.
           05 WSPropCount PIC 99 VALUE 0.
           05 WSPropText PIC X(50) OCCURS 20 TIMES.
       01 WSPropIdx PIC 99.

      *> Every numeric range in the index; malformed ones flag nothing
      *> in the scan, so they cover nothing here either.
       01 WSExisting.
           05 WSExistCount PIC 9(5) COMP VALUE 0.
           05 WSExistEntry OCCURS 10000 TIMES.
               10 WSExistSeq PIC 9(6).
               10 WSExistStart PIC 9(18).
               10 WSExistEnd PIC 9(18).
               10 WSExistText PIC X(50).
       01 WSExistIdx PIC 9(5) COMP.
       01 WSExistFull PIC A VALUE 'N'.

      *> The parts of the existing ranges that fall inside the
      *> proposed range, kept ordered by start and then merged into
      *> disjoint intervals, so covered ids are counted once however
      *> many existing ranges overlap there.
       01 WSClips.
           05 WSClipCount PIC 9(5) COMP VALUE 0.
           05 WSClipEntry OCCURS 10000 TIMES.
               10 WSClipStart PIC 9(18).
               10 WSClipEnd PIC 9(18).
       01 WSClipIdx PIC 9(5) COMP.
       01 WSClipOut PIC 9(5) COMP.
       01 WSShiftIdx PIC 9(5) COMP.
       01 WSClipLo PIC 9(18).
       01 WSClipHi PIC 9(18).
       01 WSOverlapCount PIC 9(5) VALUE 0.
       01 WSOverlapShown PIC 99 VALUE 0.
       01 WSCoveredIds PIC 9(18) VALUE 0.
       01 WSRangeWidth PIC 9(18).
       01 WSCoveredPct PIC 9(3).
       01 WSCovered PIC A.
           88 IdCovered VALUE 'Y'.
           88 IdNotCovered VALUE 'N'.

      *> Range parsing, the same dash split ValidateRange applies.
       01 WSStartText PIC X(18).
       01 WSEndText PIC X(18).
       01 WSDelim PIC X.
       01 WSNumCheck PIC S9(4).
       01 WSStart PIC 9(18).
       01 WSEnd PIC 9(18).
       01 WSRangeOk PIC A.
           88 ProposalValid VALUE 'Y'.
           88 ProposalMalformed VALUE 'N'.
       01 WSExStartText PIC X(18).
       01 WSExEndText PIC X(18).

      *> Pattern enumeration: for each digit length L the range spans,
      *> the ids repeating a block of L/K digits K times are exactly
      *> the multiples of the divisor with a 1 every L/K digits.
       01 WSStartDigits PIC 99.
       01 WSEndDigits PIC 99.
       01 WSLen PIC 99.
       01 WSReps PIC 99.
       01 WSRepIdx PIC 99.
       01 WSZeros PIC 99.
       01 WSDigitText PIC 9(18).
       01 WSLenLo PIC 9(18).
       01 WSLenHi PIC 9(18).
       01 WSDivisor PIC 9(18).
       01 WSPattern PIC 9(18).
       01 WSPatternLo PIC 9(18).
       01 WSPatternHi PIC 9(18).
       01 WSTmp PIC 9(18).
       01 WSCandidate PIC 9(18).
       01 WSPartNo PIC 9.

      *> New ids per part across the whole check, ordered for the
      *> binary-search dedup DAYTWO's found-id tables use.
       01 WSNewIds1.
           05 WSNewCount1 PIC 9(5) COMP VALUE 0.
           05 WSNewVals1 PIC 9(18) OCCURS 10000 TIMES.
       01 WSNewIds2.
           05 WSNewCount2 PIC 9(5) COMP VALUE 0.
           05 WSNewVals2 PIC 9(18) OCCURS 10000 TIMES.
       01 WSSearchLo PIC 9(5) COMP.
       01 WSSearchHi PIC 9(5) COMP.
       01 WSSearchMid PIC 9(5) COMP.
       01 WSFound PIC 9.
       01 WSNewFull PIC A VALUE 'N'.
       01 WSRangeNew1 PIC 9(5).
       01 WSRangeSum1 PIC 9(18).
       01 WSRangeNew2 PIC 9(5).
       01 WSRangeSum2 PIC 9(18).
       01 WSTotalSum1 PIC 9(18) VALUE 0.
       01 WSTotalSum2 PIC 9(18) VALUE 0.

      *> The answers on record: the last DAYTWO (2025) row for each
      *> part in results.csv.
       01 WSCsvLine PIC X(200).
       01 WSCsvHead PIC X(60).
       01 WSCsvResult PIC X(80).
       01 WSCsvTail PIC X(60).
       01 WSCsvDay PIC X(4).
       01 WSCsvPart PIC X(4).
       01 WSCsvInput PIC X(50).
       01 WSCharIdx PIC 9(3).
       01 WSDigitValue PIC 9(18).
       01 WSCurrent1 PIC 9(18) VALUE 0.
       01 WSCurrent2 PIC 9(18) VALUE 0.
       01 WSHaveCurrent1 PIC A VALUE 'N'.
       01 WSHaveCurrent2 PIC A VALUE 'N'.
       01 WSProjected PIC 9(18).
       01 WSProjectedText1 PIC X(18).
       01 WSProjectedText2 PIC X(18).

       01 WSStatusText PIC X(9).
       01 WSImpactLine PIC X(200).
       01 WSSeqDisplay PIC Z(5)9.
       01 WSCountDisplay PIC Z(4)9.
       01 WSPctDisplay PIC ZZ9.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSSumDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCoveredDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSWidthDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCurrentDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSProjectedDisplay.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSPropCount EQUAL TO 0
               DISPLAY "USAGE: RANGEIMPACT START-END [START-END ...] "
                   "[--index FILE] [--csv FILE]"
               DISPLAY "REPORTS WHAT ADDING THE RANGES WOULD DO TO THE "
                   "DAYTWO (2025) ANSWERS; CHANGES NOTHING."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM LoadExistingRanges
           PERFORM LoadCurrentAnswers

           MOVE 1 TO WSPropIdx
           PERFORM AssessOneProposal UNTIL WSPropIdx > WSPropCount

           PERFORM ReportProjection
           IF WSNewFull EQUAL TO 'Y'
               DISPLAY "WARNING: NEW-ID TABLE FULL, FIGURES ABOVE ARE "
                   "UNDERSTATED"
               MOVE 3 TO RETURN-CODE
           END-IF
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--index"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSIndexedFileName
                   WHEN "--csv"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSCsvFileName
                   WHEN OTHER
                       IF WSPropCount < 20
                           ADD 1 TO WSPropCount
                           MOVE WSArgValue(1:50) TO WSPropText(WSPropCount)
                       END-IF
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

      *> Banks every numeric range in the index; read-only.
       LoadExistingRanges.
           OPEN INPUT IndexedRangeFile
           IF WSIndexedStatus NOT EQUAL TO 0
               DISPLAY "Error " WSIndexedStatus ": unable to open "
                   FUNCTION TRIM(WSIndexedFileName)
                   ". Run a full DAYTWO scan first to build the index."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ IndexedRangeFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM BankExistingRange
               END-READ
           END-PERFORM
           CLOSE IndexedRangeFile
           MOVE WSExistCount TO WSCountDisplay
           DISPLAY "=== RANGE IMPACT CHECK AGAINST "
               FUNCTION TRIM(WSCountDisplay, LEADING)
               " EXISTING RANGE(S) IN "
               FUNCTION TRIM(WSIndexedFileName) " ==="
           IF WSExistFull EQUAL TO 'Y'
               DISPLAY "WARNING: INDEX DEEPER THAN 10,000 RANGES, "
                   "OVERLAPS PAST THAT ARE NOT SEEN"
           END-IF.

       BankExistingRange.
           MOVE SPACES TO WSExStartText
           MOVE SPACES TO WSExEndText
           UNSTRING IR-RangeText DELIMITED BY '-'
               INTO WSExStartText WSExEndText
           COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSExStartText)
           IF WSNumCheck NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSExEndText)
           IF WSNumCheck NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF WSExistCount >= 10000
               MOVE 'Y' TO WSExistFull
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSExistCount
           MOVE IR-RangeSeq TO WSExistSeq(WSExistCount)
           MOVE IR-RangeText TO WSExistText(WSExistCount)
           COMPUTE WSExistStart(WSExistCount) =
               FUNCTION NUMVAL(WSExStartText)
           COMPUTE WSExistEnd(WSExistCount) =
               FUNCTION NUMVAL(WSExEndText)
           IF WSExistStart(WSExistCount) > WSExistEnd(WSExistCount)
               SUBTRACT 1 FROM WSExistCount
           END-IF.

      *> The latest part 1 and part 2 answers DAYTWO (2025) exported;
      *> a later row for the same part replaces an earlier one.
       LoadCurrentAnswers.
           OPEN INPUT CsvFile
           IF WSCsvStatus NOT EQUAL TO 0
               DISPLAY "NOTE: NO " FUNCTION TRIM(WSCsvFileName)
                   ", PROJECTIONS SHOW THE CHANGE ONLY"
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CsvFile INTO WSCsvLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM TakeOneCsvRow
               END-READ
           END-PERFORM
           CLOSE CsvFile.

       TakeOneCsvRow.
           MOVE SPACES TO WSCsvHead
           MOVE SPACES TO WSCsvResult
           MOVE SPACES TO WSCsvTail
           UNSTRING WSCsvLine DELIMITED BY '"'
               INTO WSCsvHead WSCsvResult WSCsvTail
           MOVE SPACES TO WSCsvDay
           MOVE SPACES TO WSCsvPart
           MOVE SPACES TO WSCsvInput
           UNSTRING WSCsvHead DELIMITED BY ','
               INTO WSCsvDay WSCsvPart WSCsvInput
           IF WSCsvDay NOT EQUAL TO "2"
           OR WSCsvInput(1:5) NOT EQUAL TO "2025/"
               NEXT SENTENCE
           END-IF
           PERFORM ExtractResultDigits
           EVALUATE WSCsvPart
               WHEN "1"
                   MOVE WSDigitValue TO WSCurrent1
                   MOVE 'Y' TO WSHaveCurrent1
               WHEN "2"
                   MOVE WSDigitValue TO WSCurrent2
                   MOVE 'Y' TO WSHaveCurrent2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> "INVALID IDS: 1,234" -> 1234: every digit of the result, in
      *> order, the comma grouping dropped.
       ExtractResultDigits.
           MOVE 0 TO WSDigitValue
           PERFORM VARYING WSCharIdx FROM 1 BY 1 UNTIL WSCharIdx > 80
               IF WSCsvResult(WSCharIdx:1) IS NUMERIC
                   COMPUTE WSDigitValue = WSDigitValue * 10
                       + FUNCTION NUMVAL(WSCsvResult(WSCharIdx:1))
               END-IF
           END-PERFORM.

       AssessOneProposal.
           DISPLAY " "
           DISPLAY "PROPOSED RANGE " FUNCTION TRIM(WSPropText(WSPropIdx))
           MOVE 0 TO WSOverlapCount
           MOVE 0 TO WSCoveredIds
           MOVE 0 TO WSRangeNew1
           MOVE 0 TO WSRangeSum1
           MOVE 0 TO WSRangeNew2
           MOVE 0 TO WSRangeSum2
           PERFORM ValidateProposal
           IF ProposalMalformed
               DISPLAY "  MALFORMED: NEEDS START-END, NUMERIC, START "
                   "NOT PAST END; DAYTWO WOULD QUARANTINE IT"
               MOVE "MALFORMED" TO WSStatusText
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "OK" TO WSStatusText
               PERFORM FindOverlaps
               PERFORM MergeClips
               PERFORM ReportOverlaps
               PERFORM EnumerateFlaggedIds
               PERFORM ReportNewIds
           END-IF
           PERFORM WriteImpactRecord
           ADD 1 TO WSPropIdx.

       ValidateProposal.
           SET ProposalValid TO TRUE
           MOVE SPACES TO WSStartText
           MOVE SPACES TO WSEndText
           MOVE SPACES TO WSDelim
           UNSTRING WSPropText(WSPropIdx) DELIMITED BY '-'
               INTO WSStartText DELIMITER IN WSDelim WSEndText
           IF WSDelim NOT EQUAL TO '-'
               SET ProposalMalformed TO TRUE
               NEXT SENTENCE
           END-IF
           COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSStartText)
           IF WSNumCheck NOT EQUAL TO 0
               SET ProposalMalformed TO TRUE
               NEXT SENTENCE
           END-IF
           COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSEndText)
           IF WSNumCheck NOT EQUAL TO 0
               SET ProposalMalformed TO TRUE
               NEXT SENTENCE
           END-IF
           COMPUTE WSStart = FUNCTION NUMVAL(WSStartText)
           COMPUTE WSEnd = FUNCTION NUMVAL(WSEndText)
           IF WSStart > WSEnd
               SET ProposalMalformed TO TRUE
           END-IF.

      *> Every existing range that shares ids with the proposal, its
      *> shared part banked in start order for the merge.
       FindOverlaps.
           MOVE 0 TO WSClipCount
           MOVE 0 TO WSOverlapShown
           PERFORM VARYING WSExistIdx FROM 1 BY 1
               UNTIL WSExistIdx > WSExistCount
               IF WSExistStart(WSExistIdx) <= WSEnd
               AND WSExistEnd(WSExistIdx) >= WSStart
                   PERFORM BankOneOverlap
               END-IF
           END-PERFORM.

       BankOneOverlap.
           ADD 1 TO WSOverlapCount
           IF WSOverlapShown < 10
               ADD 1 TO WSOverlapShown
               MOVE WSExistSeq(WSExistIdx) TO WSSeqDisplay
               DISPLAY "  OVERLAPS RANGE "
                   FUNCTION TRIM(WSSeqDisplay, LEADING) ": "
                   FUNCTION TRIM(WSExistText(WSExistIdx))
           END-IF
           MOVE WSExistStart(WSExistIdx) TO WSClipLo
           IF WSClipLo < WSStart
               MOVE WSStart TO WSClipLo
           END-IF
           MOVE WSExistEnd(WSExistIdx) TO WSClipHi
           IF WSClipHi > WSEnd
               MOVE WSEnd TO WSClipHi
           END-IF
           MOVE WSClipCount TO WSShiftIdx
           ADD 1 TO WSClipCount
           PERFORM UNTIL WSShiftIdx EQUAL TO 0
           OR WSClipStart(WSShiftIdx) <= WSClipLo
               MOVE WSClipEntry(WSShiftIdx) TO WSClipEntry(WSShiftIdx + 1)
               SUBTRACT 1 FROM WSShiftIdx
           END-PERFORM
           MOVE WSClipLo TO WSClipStart(WSShiftIdx + 1)
           MOVE WSClipHi TO WSClipEnd(WSShiftIdx + 1).

      *> Folds the ordered clips into disjoint intervals in place and
      *> totals the ids they cover.
       MergeClips.
           MOVE 0 TO WSClipOut
           PERFORM VARYING WSClipIdx FROM 1 BY 1
               UNTIL WSClipIdx > WSClipCount
               IF WSClipOut > 0
               AND WSClipStart(WSClipIdx) <= WSClipEnd(WSClipOut) + 1
                   IF WSClipEnd(WSClipIdx) > WSClipEnd(WSClipOut)
                       MOVE WSClipEnd(WSClipIdx) TO WSClipEnd(WSClipOut)
                   END-IF
               ELSE
                   ADD 1 TO WSClipOut
                   MOVE WSClipEntry(WSClipIdx) TO WSClipEntry(WSClipOut)
               END-IF
           END-PERFORM
           MOVE WSClipOut TO WSClipCount
           PERFORM VARYING WSClipIdx FROM 1 BY 1
               UNTIL WSClipIdx > WSClipCount
               COMPUTE WSCoveredIds = WSCoveredIds
                   + WSClipEnd(WSClipIdx) - WSClipStart(WSClipIdx) + 1
           END-PERFORM.

       ReportOverlaps.
           COMPUTE WSRangeWidth = WSEnd - WSStart + 1
           COMPUTE WSCoveredPct = WSCoveredIds * 100 / WSRangeWidth
           MOVE WSOverlapCount TO WSCountDisplay
           MOVE WSCoveredIds TO WSCoveredDisplay
           MOVE WSRangeWidth TO WSWidthDisplay
           MOVE WSCoveredPct TO WSPctDisplay
           DISPLAY "  OVERLAPS " FUNCTION TRIM(WSCountDisplay, LEADING)
               " EXISTING RANGE(S); "
               FUNCTION TRIM(WSCoveredDisplay, LEADING) " OF "
               FUNCTION TRIM(WSWidthDisplay, LEADING) " ID(S) ("
               FUNCTION TRIM(WSPctDisplay, LEADING)
               "%) ALREADY COVERED"
           IF WSOverlapCount > WSOverlapShown
               COMPUTE WSTmp = WSOverlapCount - WSOverlapShown
               MOVE WSTmp TO WSCountDisplay
               DISPLAY "  ... AND " FUNCTION TRIM(WSCountDisplay, LEADING)
                   " MORE"
           END-IF.

      *> Walks each digit length the proposal spans: part 1 takes the
      *> two-repetition divisor when the length is even, part 2 every
      *> repetition count that divides the length.
       EnumerateFlaggedIds.
           MOVE WSStart TO WSDigitText
           PERFORM CountDigits
           MOVE WSZeros TO WSStartDigits
           MOVE WSEnd TO WSDigitText
           PERFORM CountDigits
           MOVE WSZeros TO WSEndDigits
           IF WSStartDigits EQUAL TO 0
               MOVE 1 TO WSStartDigits
           END-IF
           PERFORM VARYING WSLen FROM WSStartDigits BY 1
               UNTIL WSLen > WSEndDigits
               COMPUTE WSLenLo = 10 ** (WSLen - 1)
               IF WSLenLo < WSStart
                   MOVE WSStart TO WSLenLo
               END-IF
               IF WSLen EQUAL TO 18
                   MOVE 999999999999999999 TO WSLenHi
               ELSE
                   COMPUTE WSLenHi = 10 ** WSLen - 1
               END-IF
               IF WSLenHi > WSEnd
                   MOVE WSEnd TO WSLenHi
               END-IF
               PERFORM VARYING WSReps FROM 2 BY 1 UNTIL WSReps > WSLen
                   COMPUTE WSTmp = FUNCTION MOD(WSLen, WSReps)
                   IF WSTmp EQUAL TO 0
                       PERFORM BuildDivisor
                       IF WSReps EQUAL TO 2
                           MOVE 1 TO WSPartNo
                           PERFORM WalkPatternSpan
                       END-IF
                       MOVE 2 TO WSPartNo
                       PERFORM WalkPatternSpan
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Significant digits of WSDigitText, left in WSZeros.
       CountDigits.
           MOVE 0 TO WSZeros
           INSPECT WSDigitText TALLYING WSZeros FOR LEADING '0'
           COMPUTE WSZeros = 18 - WSZeros.

       BuildDivisor.
           MOVE 0 TO WSDivisor
           PERFORM VARYING WSRepIdx FROM 0 BY 1
               UNTIL WSRepIdx >= WSReps
               COMPUTE WSDivisor = WSDivisor
                   + 10 ** (WSLen / WSReps * WSRepIdx)
           END-PERFORM.

       WalkPatternSpan.
           COMPUTE WSTmp = FUNCTION MOD(WSLenLo, WSDivisor)
           IF WSTmp EQUAL TO 0
               COMPUTE WSPatternLo = WSLenLo / WSDivisor
           ELSE
               COMPUTE WSPatternLo = WSLenLo / WSDivisor + 1
           END-IF
           COMPUTE WSPatternHi = WSLenHi / WSDivisor
           PERFORM VARYING WSPattern FROM WSPatternLo BY 1
               UNTIL WSPattern > WSPatternHi
               COMPUTE WSCandidate = WSPattern * WSDivisor
               PERFORM CheckCandidateCovered
               IF IdNotCovered
                   PERFORM AddNewId
               END-IF
           END-PERFORM.

      *> Binary search of the merged intervals: an id an existing range
      *> already holds is already in the answer.
       CheckCandidateCovered.
           SET IdNotCovered TO TRUE
           MOVE 1 TO WSSearchLo
           MOVE WSClipCount TO WSSearchHi
           PERFORM UNTIL WSSearchLo > WSSearchHi
               COMPUTE WSSearchMid = (WSSearchLo + WSSearchHi) / 2
               EVALUATE TRUE
                   WHEN WSCandidate < WSClipStart(WSSearchMid)
                       COMPUTE WSSearchHi = WSSearchMid - 1
                   WHEN WSCandidate > WSClipEnd(WSSearchMid)
                       COMPUTE WSSearchLo = WSSearchMid + 1
                   WHEN OTHER
                       SET IdCovered TO TRUE
                       MOVE 0 TO WSSearchHi
               END-EVALUATE
           END-PERFORM.

       AddNewId.
           IF WSPartNo EQUAL TO 1
               PERFORM SearchNewIds1
               IF WSFound EQUAL TO 0
                   IF WSNewCount1 >= 10000
                       MOVE 'Y' TO WSNewFull
                   ELSE
                       MOVE WSNewCount1 TO WSShiftIdx
                       ADD 1 TO WSNewCount1
                       PERFORM UNTIL WSShiftIdx < WSSearchLo
                           MOVE WSNewVals1(WSShiftIdx)
                               TO WSNewVals1(WSShiftIdx + 1)
                           SUBTRACT 1 FROM WSShiftIdx
                       END-PERFORM
                       MOVE WSCandidate TO WSNewVals1(WSSearchLo)
                       ADD 1 TO WSRangeNew1
                       ADD WSCandidate TO WSRangeSum1
                   END-IF
               END-IF
           ELSE
               PERFORM SearchNewIds2
               IF WSFound EQUAL TO 0
                   IF WSNewCount2 >= 10000
                       MOVE 'Y' TO WSNewFull
                   ELSE
                       MOVE WSNewCount2 TO WSShiftIdx
                       ADD 1 TO WSNewCount2
                       PERFORM UNTIL WSShiftIdx < WSSearchLo
                           MOVE WSNewVals2(WSShiftIdx)
                               TO WSNewVals2(WSShiftIdx + 1)
                           SUBTRACT 1 FROM WSShiftIdx
                       END-PERFORM
                       MOVE WSCandidate TO WSNewVals2(WSSearchLo)
                       ADD 1 TO WSRangeNew2
                       ADD WSCandidate TO WSRangeSum2
                   END-IF
               END-IF
           END-IF.

       SearchNewIds1.
           MOVE 0 TO WSFound
           MOVE 1 TO WSSearchLo
           MOVE WSNewCount1 TO WSSearchHi
           PERFORM UNTIL WSSearchLo > WSSearchHi
               COMPUTE WSSearchMid = (WSSearchLo + WSSearchHi) / 2
               EVALUATE TRUE
                   WHEN WSNewVals1(WSSearchMid) EQUAL TO WSCandidate
                       MOVE 1 TO WSFound
                       MOVE WSSearchMid TO WSSearchLo
                       MOVE 0 TO WSSearchHi
                   WHEN WSNewVals1(WSSearchMid) < WSCandidate
                       COMPUTE WSSearchLo = WSSearchMid + 1
                   WHEN OTHER
                       COMPUTE WSSearchHi = WSSearchMid - 1
               END-EVALUATE
           END-PERFORM.

       SearchNewIds2.
           MOVE 0 TO WSFound
           MOVE 1 TO WSSearchLo
           MOVE WSNewCount2 TO WSSearchHi
           PERFORM UNTIL WSSearchLo > WSSearchHi
               COMPUTE WSSearchMid = (WSSearchLo + WSSearchHi) / 2
               EVALUATE TRUE
                   WHEN WSNewVals2(WSSearchMid) EQUAL TO WSCandidate
                       MOVE 1 TO WSFound
                       MOVE WSSearchMid TO WSSearchLo
                       MOVE 0 TO WSSearchHi
                   WHEN WSNewVals2(WSSearchMid) < WSCandidate
                       COMPUTE WSSearchLo = WSSearchMid + 1
                   WHEN OTHER
                       COMPUTE WSSearchHi = WSSearchMid - 1
               END-EVALUATE
           END-PERFORM.

       ReportNewIds.
           ADD WSRangeSum1 TO WSTotalSum1
           ADD WSRangeSum2 TO WSTotalSum2
           MOVE WSRangeNew1 TO WSCountDisplay
           MOVE WSRangeSum1 TO WSSumDisplay
           DISPLAY "  PART 1: +" FUNCTION TRIM(WSCountDisplay, LEADING)
               " NEW INVALID ID(S), ANSWER +"
               FUNCTION TRIM(WSSumDisplay, LEADING)
           MOVE WSRangeNew2 TO WSCountDisplay
           MOVE WSRangeSum2 TO WSSumDisplay
           DISPLAY "  PART 2: +" FUNCTION TRIM(WSCountDisplay, LEADING)
               " NEW INVALID ID(S), ANSWER +"
               FUNCTION TRIM(WSSumDisplay, LEADING).

      *> One dated record per proposal; its projected answers are the
      *> recorded ones plus this range alone, which is what the add
      *> RANGEMAINT later approves would change.
       WriteImpactRecord.
           MOVE SPACES TO WSProjectedText1
           MOVE SPACES TO WSProjectedText2
           IF WSHaveCurrent1 EQUAL TO 'Y' AND ProposalValid
               COMPUTE WSProjected = WSCurrent1 + WSRangeSum1
               MOVE WSProjected TO WSProjectedText1
           END-IF
           IF WSHaveCurrent2 EQUAL TO 'Y' AND ProposalValid
               COMPUTE WSProjected = WSCurrent2 + WSRangeSum2
               MOVE WSProjected TO WSProjectedText2
           END-IF
           MOVE SPACES TO WSImpactLine
           STRING WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSOperator) "|"
               FUNCTION TRIM(WSPropText(WSPropIdx)) "|"
               FUNCTION TRIM(WSStatusText) "|"
               WSOverlapCount "|" WSCoveredIds "|"
               WSRangeNew1 "|" WSRangeSum1 "|"
               WSRangeNew2 "|" WSRangeSum2 "|"
               FUNCTION TRIM(WSProjectedText1) "|"
               FUNCTION TRIM(WSProjectedText2)
               DELIMITED BY SIZE INTO WSImpactLine
           OPEN EXTEND ImpactFile
           IF WSImpactStatus NOT EQUAL TO 0
               OPEN OUTPUT ImpactFile
           END-IF
           IF WSImpactStatus EQUAL TO 0
               WRITE ImpactRecord FROM WSImpactLine
               CLOSE ImpactFile
           ELSE
               DISPLAY "WARNING: UNABLE TO RECORD THE IMPACT IN "
                   FUNCTION TRIM(WSImpactFileName)
           END-IF.

       ReportProjection.
           DISPLAY " "
           DISPLAY "=== PROJECTED CHANGE IF EVERY VALID RANGE IS ADDED ==="
           MOVE 1 TO WSPartNo
           IF WSHaveCurrent1 EQUAL TO 'Y'
               MOVE WSCurrent1 TO WSCurrentDisplay
               COMPUTE WSProjected = WSCurrent1 + WSTotalSum1
           END-IF
           MOVE WSTotalSum1 TO WSSumDisplay
           PERFORM ShowOneProjection
           MOVE 2 TO WSPartNo
           IF WSHaveCurrent2 EQUAL TO 'Y'
               MOVE WSCurrent2 TO WSCurrentDisplay
               COMPUTE WSProjected = WSCurrent2 + WSTotalSum2
           END-IF
           MOVE WSTotalSum2 TO WSSumDisplay
           PERFORM ShowOneProjection.

       ShowOneProjection.
           IF (WSPartNo EQUAL TO 1 AND WSHaveCurrent1 EQUAL TO 'Y')
           OR (WSPartNo EQUAL TO 2 AND WSHaveCurrent2 EQUAL TO 'Y')
               MOVE WSProjected TO WSProjectedDisplay
               DISPLAY "PART " WSPartNo ": "
                   FUNCTION TRIM(WSCurrentDisplay, LEADING) " -> "
                   FUNCTION TRIM(WSProjectedDisplay, LEADING) " (+"
                   FUNCTION TRIM(WSSumDisplay, LEADING) ")"
           ELSE
               DISPLAY "PART " WSPartNo ": NO ANSWER ON RECORD, "
                   "CHANGE +" FUNCTION TRIM(WSSumDisplay, LEADING)
           END-IF.
