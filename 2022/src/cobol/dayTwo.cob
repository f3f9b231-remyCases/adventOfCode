       02 FOpponentStrat PIC A.
       02 FSpace PIC A.
       02 FSelfStrat PIC A.
*> The same record seen whole, for the tournament control records.
01 FRecord PIC X(80).
FD CsvFile.
01 CsvRecord PIC X(200).
FD AlertFile.
01 WSSelfIndex PIC 9 VALUE 1.
01 WSIndex PIC 9 VALUE 1.
01 WSEOF PIC A.
*> This call's lines read, for the records-read figure the
*> driver balances against intake.
01 WSRecordsRead PIC 9(8) VALUE 0.
*> Both parts' running scores are kept side by side, computed off the
*> same read of DataFile, so LPart 3 (combined mode) can report both
*> without a second CALL and file scan.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSSensSpreadDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSSensRoundDisplay.

*> Opponent move-pattern analysis, switched on by
*> AOC2022DAY2PREDICT=Y: the opponent's A/B/C column is treated as a
*> sequence, and transition tables of the next move given the one
*> (order 1) and two (order 2) moves before it are built as the file
*> is read. A running predictor calls each round from what it has
*> seen so far - the order-2 table first, then order 1, then plain
*> frequency, ties to the lower shape - and plays the shape that beats
*> the call. Its total, off the same dayTwoScore.cpy part-1 table, is
*> reported beside the guide's own part-1 total, together with how
*> predictable the opponent was: the share of transitions that went
*> to the most common next move for their state, and the predictor's
*> hit rate.
01 WSPredictEnv PIC X(3).
01 WSPredictModeFlag PIC A VALUE 'N'.
       88 PredictMode VALUE 'Y'.
       88 NoPredictMode VALUE 'N'.
01 WSPredPrev1 PIC 9 VALUE 0.
01 WSPredPrev2 PIC 9 VALUE 0.
01 WSPredFreqTable.
       05 WSPredFreqCount OCCURS 3 TIMES PIC 9(6) VALUE ZEROS.
01 WSPredOrder1Table.
       05 WSPredOrder1From OCCURS 3 TIMES.
           10 WSPredOrder1Count OCCURS 3 TIMES PIC 9(6) VALUE ZEROS.
*> Order-2 states are numbered (move before last - 1) * 3 + last move.
01 WSPredOrder2Table.
       05 WSPredOrder2From OCCURS 9 TIMES.
           10 WSPredOrder2Count OCCURS 3 TIMES PIC 9(6) VALUE ZEROS.
01 WSPredState PIC 99.
01 WSPredStateFrom PIC 9.
01 WSPredShapeIdx PIC 9.
01 WSPredGuess PIC 9.
01 WSPredCounter PIC 9.
01 WSPredTableIdx PIC 9.
01 WSPredBestCount PIC 9(6).
01 WSPredStateMax PIC 9(6).
01 WSPredStateSum PIC 9(6).
01 WSPredRounds PIC 9(6) VALUE 0.
01 WSPredHits PIC 9(6) VALUE 0.
01 WSPredTotal PIC 9(8) VALUE 0.
01 WSPredActual PIC 9(8) VALUE 0.
01 WSPredGap PIC 9(8).
01 WSPredSumMax PIC 9(6).
01 WSPredSumAll PIC 9(6).
01 WSPredPct PIC 9(3).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPredTotalDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPredActualDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPredGapDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPredCountDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPredCount2Display.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPredCount3Display.

*> Multi-tournament files: a strategy file may carry several
*> tournaments back to back, each opened by a header and closed by a
*> trailer control record:
*>   HDR|TOURNAMENT ID|OPPONENT NAME
*>   TRL|TOURNAMENT ID|ROUND COUNT
*> Every round between them is scored with the usual logic into that
*> tournament as well as into the file totals, and once any header
*> has been seen a league table ranked by points - wins, draws and
*> losses per tournament - is printed for each part reported, with a
*> grand total that must equal the single-file score. The trailer's
*> round count is reconciled against the strategy lines actually read
*> for the tournament; a mismatch, a missing trailer, or a trailer
*> for a tournament that is not open is reported and fails the run
*> the way malformed lines do. Rounds outside any header/trailer pair
*> are grouped under an unnamed tournament. A file with no header
*> scores exactly as it always has.
01 WSTourHeaders PIC 9(4) VALUE 0.
01 WSTourCur PIC 9(4) VALUE 0.
01 WSTourCount PIC 9(4) VALUE 0.
01 WSTourProblems PIC 9(4) VALUE 0.
01 WSTourTable.
       05 WSTourEntry OCCURS 50 TIMES.
           10 WSTourId PIC X(10).
           10 WSTourOpponent PIC X(30).
           10 WSTourNamed PIC A.
           10 WSTourRead PIC 9(6).
           10 WSTourPoints OCCURS 2 TIMES PIC 9(8).
           10 WSTourWins OCCURS 2 TIMES PIC 9(6).
           10 WSTourDraws OCCURS 2 TIMES PIC 9(6).
           10 WSTourLosses OCCURS 2 TIMES PIC 9(6).
           10 WSTourRanked PIC A.
01 WSTourRecType PIC X(3).
01 WSTourRecId PIC X(10).
01 WSTourRecText PIC X(30).
01 WSTourTrailerCount PIC 9(6).
01 WSTourIdx PIC 9(4).
01 WSTourBest PIC 9(4).
01 WSTourRank PIC 9(4).
01 WSTourRankDisplay PIC Z(3)9.
01 WSTourPart PIC 9.
01 WSTourRoundPoints PIC 9(2).
01 WSTourOutcome PIC 9.
01 WSTourGrand PIC 9(8).
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSTourPointsDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSTourCountDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSTourCount2Display.
01 WSTourPtsColumn PIC Z(7)9.
01 WSTourWinsDisplay PIC Z(5)9.
01 WSTourDrawsDisplay PIC Z(5)9.
01 WSTourLossesDisplay PIC Z(5)9.

*> FILE STATUS message lookup
01 WSFileStatus PIC 99.
01 WSFileStatusChar PIC XX.
01 WSFileStatusIdx PIC 99.
COPY "fileStatusMessage.cpy".
COPY "csvQuoteData.cpy".
COPY "chainHash.cpy".
COPY "alertFile.cpy".

*> CSV export row (day,part,input file,result,timestamp) appended to
*> Sixth CSV column: the active run id (AOCRUNID, exported by
*> the driver), 000000 outside a driven run.
01 WSCsvRunId PIC X(6).
*> Seventh CSV column: this build's version identifier,
*> the same one a driver's part-0 version query returns.
COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
*> Part number written to the CSV row: distinct from LPart so combined
*> mode (LPart 3) can export one row per part instead of only the
*> last-written LResult.

PROCEDURE DIVISION USING LPart LResult.
Main.
       COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
           RESULT-FIELD BY LResult.
       COPY "validatePart.cpy" REPLACING PART-FIELD BY LPart
           RESULT-FIELD BY LResult.

           SET SensMode TO TRUE
       END-IF

       SET NoPredictMode TO TRUE
       ACCEPT WSPredictEnv FROM ENVIRONMENT "AOC2022DAY2PREDICT"
           ON EXCEPTION
               MOVE SPACES TO WSPredictEnv
       END-ACCEPT
       IF WSPredictEnv(1:1) EQUAL TO 'Y'
           SET PredictMode TO TRUE
       END-IF

       OPEN INPUT DataFile.
              IF WSFileStatus NOT EQUAL TO 0
                  PERFORM LookupFileStatusMessage
                  GOBACK
              END-IF

              MOVE 0 TO WSRecordsRead
              PERFORM UNTIL WSEOF='Y'
                  READ DataFile INTO FStrat
                      AT END MOVE 'Y' TO WSEOF
                      NOT AT END
                          ADD 1 TO WSRecordsRead
                          EVALUATE FRecord(1:4)
                              WHEN "HDR|"
                                  PERFORM OpenTournament
                              WHEN "TRL|"
                                  PERFORM CloseTournament
                              WHEN OTHER
                                  PERFORM BranchingCompute
                          END-EVALUATE
                  END-READ
              END-PERFORM
       CLOSE DataFile
       COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.
       IF WSTourCur > 0
           IF WSTourNamed(WSTourCur) EQUAL TO 'Y'
               DISPLAY "TOURNAMENT " FUNCTION TRIM(WSTourId(WSTourCur))
                   " HAS NO TRAILER RECORD"
               ADD 1 TO WSTourProblems
           END-IF
           MOVE 0 TO WSTourCur
       END-IF

       IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
           MOVE WSScorePart1 TO WSScore
           PERFORM ReportSensitivity
       END-IF

       IF PredictMode
           PERFORM ReportPrediction
       END-IF

       IF WSTourHeaders > 0
           IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
               MOVE 1 TO WSTourPart
               PERFORM ReportLeagueTable
           END-IF
           IF LPart EQUAL TO 2 OR LPart EQUAL TO 3
               MOVE 2 TO WSTourPart
               PERFORM ReportLeagueTable
           END-IF
       END-IF

       IF WSTourProblems > ZERO
           MOVE WSTourProblems TO WSTourCountDisplay
           DISPLAY FUNCTION TRIM(WSTourCountDisplay, LEADING)
               " TOURNAMENT CONTROL PROBLEM(S) - SEE ABOVE"
           MOVE 1 TO RETURN-CODE
       END-IF

       IF WSInvalidLines > ZERO
           MOVE WSInvalidLines TO WSInvalidLinesDisplay
           DISPLAY "SKIPPED " FUNCTION TRIM(WSInvalidLinesDisplay, LEADING)
       ACCEPT WSCsvDate FROM DATE YYYYMMDD
       ACCEPT WSCsvTime FROM TIME
       STRING "2" "," WSCsvPart "," "2022/data/input_day_two" ","
           FUNCTION TRIM(CSV-QUOTED, TRAILING) "," WSCsvDate WSCsvTime "," WSCsvRunId "," PROGRAM-VERSION
           DELIMITED BY SIZE INTO WSCsvLine
       ACCEPT WSCsvFileName FROM ENVIRONMENT "AOCCSVFILE"
           ON EXCEPTION
       IF WSCsvFileName EQUAL TO SPACES
           MOVE "results/results.csv" TO WSCsvFileName
       END-IF
       SET CHAIN-CSV TO TRUE
       PERFORM ReadCsvChainTail
       MOVE WSCsvLine TO CHAIN-TEXT
       PERFORM AttachChainHash
       MOVE CHAIN-RECORD TO WSCsvLine
       OPEN EXTEND CsvFile
       IF CSV-STATUS NOT EQUAL TO 0
           OPEN OUTPUT CsvFile
           IF CSV-STATUS EQUAL TO 0
               WRITE CsvRecord FROM
                   "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
           END-IF
       END-IF
       WRITE CsvRecord FROM WSCsvLine
       CLOSE CsvFile.

BranchingCompute.
       IF WSTourCur EQUAL TO 0
           MOVE SPACES TO WSTourRecId
           MOVE "(NO HEADER)" TO WSTourRecText
           PERFORM AddTournament
           MOVE 'N' TO WSTourNamed(WSTourCur)
       END-IF
       IF WSTourCur > 0
           ADD 1 TO WSTourRead(WSTourCur)
       END-IF
       MOVE FOpponentStrat TO WSOpponentStrat
       MOVE FSelfStrat TO WSSelfStrat
       SET SelfValid TO TRUE
               PERFORM AccumulateSensitivity
           END-IF

           IF PredictMode
               PERFORM AccumulatePrediction
           END-IF

           IF WSTourCur > 0
               PERFORM AccumulateTournamentRound
           END-IF

           IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
               COMPUTE WSScorePart1 = WSScorePart1 + WSSelfIndex +
                   WSScoreTablePart1Digit(WSIndex)
       END-IF
       ADD 1 TO WSSensPermIdx.

*> A header closes any tournament still open (reporting the missing
*> trailer) and opens the next.
OpenTournament.
       PERFORM SplitTournamentRecord
       IF WSTourCur > 0
           IF WSTourNamed(WSTourCur) EQUAL TO 'Y'
               DISPLAY "TOURNAMENT " FUNCTION TRIM(WSTourId(WSTourCur))
                   " HAS NO TRAILER RECORD"
               ADD 1 TO WSTourProblems
           END-IF
       END-IF
       ADD 1 TO WSTourHeaders
       PERFORM AddTournament.

AddTournament.
       IF WSTourCount >= 50
           DISPLAY "MORE THAN 50 TOURNAMENTS: "
               FUNCTION TRIM(WSTourRecId) " SCORED IN THE FILE TOTAL ONLY"
           MOVE 0 TO WSTourCur
           ADD 1 TO WSTourProblems
       ELSE
           ADD 1 TO WSTourCount
           MOVE WSTourCount TO WSTourCur
           INITIALIZE WSTourEntry(WSTourCur)
           MOVE WSTourRecId TO WSTourId(WSTourCur)
           MOVE WSTourRecText TO WSTourOpponent(WSTourCur)
           MOVE 'Y' TO WSTourNamed(WSTourCur)
           MOVE 'N' TO WSTourRanked(WSTourCur)
       END-IF.

*> The trailer's round count against the strategy lines read since
*> the header, malformed ones included - they were read, just not
*> scored.
CloseTournament.
       PERFORM SplitTournamentRecord
       COMPUTE WSTourTrailerCount = FUNCTION NUMVAL(WSTourRecText)
       IF WSTourCur EQUAL TO 0
           DISPLAY "TRAILER FOR TOURNAMENT " FUNCTION TRIM(WSTourRecId)
               " WITH NO OPEN HEADER"
           ADD 1 TO WSTourProblems
           NEXT SENTENCE
       END-IF
       IF WSTourNamed(WSTourCur) NOT EQUAL TO 'Y'
       OR WSTourRecId NOT EQUAL TO WSTourId(WSTourCur)
           DISPLAY "TRAILER FOR TOURNAMENT " FUNCTION TRIM(WSTourRecId)
               " DOES NOT MATCH THE OPEN HEADER"
           ADD 1 TO WSTourProblems
       ELSE
           IF WSTourTrailerCount NOT EQUAL TO WSTourRead(WSTourCur)
               MOVE WSTourTrailerCount TO WSTourCountDisplay
               MOVE WSTourRead(WSTourCur) TO WSTourCount2Display
               DISPLAY "TOURNAMENT " FUNCTION TRIM(WSTourRecId)
                   " TRAILER SAYS "
                   FUNCTION TRIM(WSTourCountDisplay, LEADING)
                   " ROUND(S), "
                   FUNCTION TRIM(WSTourCount2Display, LEADING) " READ"
               ADD 1 TO WSTourProblems
           END-IF
       END-IF
       MOVE 0 TO WSTourCur.

SplitTournamentRecord.
       MOVE SPACES TO WSTourRecType
       MOVE SPACES TO WSTourRecId
       MOVE SPACES TO WSTourRecText
       UNSTRING FRecord DELIMITED BY '|'
           INTO WSTourRecType WSTourRecId WSTourRecText
       END-UNSTRING.

*> Both parts' points and outcomes for the round, whichever part the
*> run reports: part 1 reads the outcome off the table digit, part 2
*> off our letter (X lose, Y draw, Z win).
AccumulateTournamentRound.
       COMPUTE WSTourRoundPoints =
           WSSelfIndex + WSScoreTablePart1Digit(WSIndex)
       ADD WSTourRoundPoints TO WSTourPoints(WSTourCur, 1)
       MOVE WSScoreTablePart1Digit(WSIndex) TO WSTourOutcome
       EVALUATE WSTourOutcome
           WHEN 6 ADD 1 TO WSTourWins(WSTourCur, 1)
           WHEN 3 ADD 1 TO WSTourDraws(WSTourCur, 1)
           WHEN OTHER ADD 1 TO WSTourLosses(WSTourCur, 1)
       END-EVALUATE
       COMPUTE WSTourRoundPoints =
           3 * (WSSelfIndex - 1) + WSScoreTablePart2Digit(WSIndex)
       ADD WSTourRoundPoints TO WSTourPoints(WSTourCur, 2)
       EVALUATE WSSelfIndex
           WHEN 3 ADD 1 TO WSTourWins(WSTourCur, 2)
           WHEN 2 ADD 1 TO WSTourDraws(WSTourCur, 2)
           WHEN OTHER ADD 1 TO WSTourLosses(WSTourCur, 2)
       END-EVALUATE.

*> Tournaments ranked by points for part WSTourPart, ties to the one
*> that came first in the file, with the grand total checked against
*> the single-file score.
ReportLeagueTable.
       DISPLAY "--- LEAGUE TABLE, PART " WSTourPart " ---"
       DISPLAY "RANK TOURNAMENT OPPONENT                       "
           "  POINTS   WINS  DRAWS LOSSES"
       MOVE 0 TO WSTourGrand
       PERFORM VARYING WSTourIdx FROM 1 BY 1 UNTIL WSTourIdx > WSTourCount
           MOVE 'N' TO WSTourRanked(WSTourIdx)
           ADD WSTourPoints(WSTourIdx, WSTourPart) TO WSTourGrand
       END-PERFORM
       PERFORM VARYING WSTourRank FROM 1 BY 1 UNTIL WSTourRank > WSTourCount
           MOVE 0 TO WSTourBest
           PERFORM VARYING WSTourIdx FROM 1 BY 1
               UNTIL WSTourIdx > WSTourCount
               IF WSTourRanked(WSTourIdx) EQUAL TO 'N'
                   IF WSTourBest EQUAL TO 0
                       MOVE WSTourIdx TO WSTourBest
                   ELSE
                       IF WSTourPoints(WSTourIdx, WSTourPart)
                           > WSTourPoints(WSTourBest, WSTourPart)
                           MOVE WSTourIdx TO WSTourBest
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WSTourRanked(WSTourBest)
           MOVE WSTourRank TO WSTourRankDisplay
           MOVE WSTourPoints(WSTourBest, WSTourPart) TO WSTourPtsColumn
           MOVE WSTourWins(WSTourBest, WSTourPart) TO WSTourWinsDisplay
           MOVE WSTourDraws(WSTourBest, WSTourPart) TO WSTourDrawsDisplay
           MOVE WSTourLosses(WSTourBest, WSTourPart) TO WSTourLossesDisplay
           DISPLAY WSTourRankDisplay " " WSTourId(WSTourBest) " "
               WSTourOpponent(WSTourBest) " "
               WSTourPtsColumn " " WSTourWinsDisplay " "
               WSTourDrawsDisplay " " WSTourLossesDisplay
       END-PERFORM
       MOVE WSTourGrand TO WSTourPointsDisplay
       IF WSTourPart EQUAL TO 1
           MOVE WSScorePart1 TO WSScore
       ELSE
           MOVE WSScorePart2 TO WSScore
       END-IF
       IF WSTourGrand EQUAL TO WSScore
           DISPLAY "GRAND TOTAL: "
               FUNCTION TRIM(WSTourPointsDisplay, LEADING)
               " (MATCHES THE FILE SCORE)"
       ELSE
           MOVE WSScore TO WSScoreDisplay
           DISPLAY "GRAND TOTAL: "
               FUNCTION TRIM(WSTourPointsDisplay, LEADING)
               " DOES NOT MATCH THE FILE SCORE "
               FUNCTION TRIM(WSScoreDisplay, LEADING)
           ADD 1 TO WSTourProblems
       END-IF.

*> One valid round against the predictor: the call is made from the
*> tables as they stood before this round, scored, and only then is
*> the opponent's actual move added to them.
AccumulatePrediction.
       PERFORM PredictOpponentMove
       ADD 1 TO WSPredRounds
       IF WSPredGuess EQUAL TO WSOpponentIndex
           ADD 1 TO WSPredHits
       END-IF
       *> the shape that beats the call: rock -> paper -> scissors -> rock
       COMPUTE WSPredCounter = FUNCTION MOD(WSPredGuess, 3) + 1
       COMPUTE WSPredTableIdx = WSPredCounter + 3 * (WSOpponentIndex - 1)
       COMPUTE WSPredTotal = WSPredTotal
           + WSPredCounter + WSScoreTablePart1Digit(WSPredTableIdx)
       COMPUTE WSPredActual = WSPredActual
           + WSSelfIndex + WSScoreTablePart1Digit(WSIndex)

       ADD 1 TO WSPredFreqCount(WSOpponentIndex)
       IF WSPredPrev1 > 0
           ADD 1 TO WSPredOrder1Count(WSPredPrev1, WSOpponentIndex)
       END-IF
       IF WSPredPrev2 > 0
           COMPUTE WSPredState = (WSPredPrev2 - 1) * 3 + WSPredPrev1
           ADD 1 TO WSPredOrder2Count(WSPredState, WSOpponentIndex)
       END-IF
       MOVE WSPredPrev1 TO WSPredPrev2
       MOVE WSOpponentIndex TO WSPredPrev1.

PredictOpponentMove.
       MOVE 0 TO WSPredGuess
       MOVE 0 TO WSPredBestCount
       IF WSPredPrev2 > 0
           COMPUTE WSPredState = (WSPredPrev2 - 1) * 3 + WSPredPrev1
           PERFORM VARYING WSPredShapeIdx FROM 1 BY 1
               UNTIL WSPredShapeIdx > 3
               IF WSPredOrder2Count(WSPredState, WSPredShapeIdx)
                   > WSPredBestCount
                   MOVE WSPredOrder2Count(WSPredState, WSPredShapeIdx)
                       TO WSPredBestCount
                   MOVE WSPredShapeIdx TO WSPredGuess
               END-IF
           END-PERFORM
       END-IF
       IF WSPredGuess EQUAL TO 0 AND WSPredPrev1 > 0
           PERFORM VARYING WSPredShapeIdx FROM 1 BY 1
               UNTIL WSPredShapeIdx > 3
               IF WSPredOrder1Count(WSPredPrev1, WSPredShapeIdx)
                   > WSPredBestCount
                   MOVE WSPredOrder1Count(WSPredPrev1, WSPredShapeIdx)
                       TO WSPredBestCount
                   MOVE WSPredShapeIdx TO WSPredGuess
               END-IF
           END-PERFORM
       END-IF
       IF WSPredGuess EQUAL TO 0
           PERFORM VARYING WSPredShapeIdx FROM 1 BY 1
               UNTIL WSPredShapeIdx > 3
               IF WSPredFreqCount(WSPredShapeIdx) > WSPredBestCount
                   MOVE WSPredFreqCount(WSPredShapeIdx) TO WSPredBestCount
                   MOVE WSPredShapeIdx TO WSPredGuess
               END-IF
           END-PERFORM
       END-IF
       IF WSPredGuess EQUAL TO 0
           MOVE 1 TO WSPredGuess
       END-IF.

*> The order-1 transition table, the predictability of each order,
*> the predictor's hit rate, and its total against the guide's.
ReportPrediction.
       DISPLAY "--- OPPONENT MOVE-PATTERN ANALYSIS ---"
       PERFORM VARYING WSPredStateFrom FROM 1 BY 1
           UNTIL WSPredStateFrom > 3
           MOVE WSPredOrder1Count(WSPredStateFrom, 1) TO WSPredCountDisplay
           MOVE WSPredOrder1Count(WSPredStateFrom, 2)
               TO WSPredCount2Display
           MOVE WSPredOrder1Count(WSPredStateFrom, 3)
               TO WSPredCount3Display
           DISPLAY "AFTER " FUNCTION TRIM(WSSensShapeName(WSPredStateFrom))
               ": ROCK " FUNCTION TRIM(WSPredCountDisplay, LEADING)
               ", PAPER " FUNCTION TRIM(WSPredCount2Display, LEADING)
               ", SCISSORS " FUNCTION TRIM(WSPredCount3Display, LEADING)
       END-PERFORM

       MOVE 0 TO WSPredSumMax
       MOVE 0 TO WSPredSumAll
       PERFORM VARYING WSPredState FROM 1 BY 1 UNTIL WSPredState > 3
           MOVE WSPredOrder1Count(WSPredState, 1) TO WSPredStateMax
           MOVE WSPredOrder1Count(WSPredState, 1) TO WSPredStateSum
           PERFORM VARYING WSPredShapeIdx FROM 2 BY 1
               UNTIL WSPredShapeIdx > 3
               ADD WSPredOrder1Count(WSPredState, WSPredShapeIdx)
                   TO WSPredStateSum
               IF WSPredOrder1Count(WSPredState, WSPredShapeIdx)
                   > WSPredStateMax
                   MOVE WSPredOrder1Count(WSPredState, WSPredShapeIdx)
                       TO WSPredStateMax
               END-IF
           END-PERFORM
           ADD WSPredStateMax TO WSPredSumMax
           ADD WSPredStateSum TO WSPredSumAll
       END-PERFORM
       PERFORM ComputePredictPct
       DISPLAY "PREDICTABILITY FROM THE LAST MOVE:      " WSPredPct
           " PERCENT"

       MOVE 0 TO WSPredSumMax
       MOVE 0 TO WSPredSumAll
       PERFORM VARYING WSPredState FROM 1 BY 1 UNTIL WSPredState > 9
           MOVE WSPredOrder2Count(WSPredState, 1) TO WSPredStateMax
           MOVE WSPredOrder2Count(WSPredState, 1) TO WSPredStateSum
           PERFORM VARYING WSPredShapeIdx FROM 2 BY 1
               UNTIL WSPredShapeIdx > 3
               ADD WSPredOrder2Count(WSPredState, WSPredShapeIdx)
                   TO WSPredStateSum
               IF WSPredOrder2Count(WSPredState, WSPredShapeIdx)
                   > WSPredStateMax
                   MOVE WSPredOrder2Count(WSPredState, WSPredShapeIdx)
                       TO WSPredStateMax
               END-IF
           END-PERFORM
           ADD WSPredStateMax TO WSPredSumMax
           ADD WSPredStateSum TO WSPredSumAll
       END-PERFORM
       PERFORM ComputePredictPct
       DISPLAY "PREDICTABILITY FROM THE LAST TWO MOVES: " WSPredPct
           " PERCENT"

       MOVE WSPredHits TO WSPredSumMax
       MOVE WSPredRounds TO WSPredSumAll
       PERFORM ComputePredictPct
       MOVE WSPredHits TO WSPredCountDisplay
       MOVE WSPredRounds TO WSPredCount2Display
       DISPLAY "PREDICTOR HIT RATE: "
           FUNCTION TRIM(WSPredCountDisplay, LEADING) " OF "
           FUNCTION TRIM(WSPredCount2Display, LEADING) " ROUNDS ("
           WSPredPct " PERCENT)"

       MOVE WSPredTotal TO WSPredTotalDisplay
       MOVE WSPredActual TO WSPredActualDisplay
       DISPLAY "COUNTER-PREDICTOR SCORE: "
           FUNCTION TRIM(WSPredTotalDisplay, LEADING)
       DISPLAY "GUIDE PART-1 SCORE:      "
           FUNCTION TRIM(WSPredActualDisplay, LEADING)
       IF WSPredActual >= WSPredTotal
           COMPUTE WSPredGap = WSPredActual - WSPredTotal
           MOVE WSPredGap TO WSPredGapDisplay
           DISPLAY "GUIDE BEATS THE PREDICTOR BY "
               FUNCTION TRIM(WSPredGapDisplay, LEADING) " POINTS"
       ELSE
           COMPUTE WSPredGap = WSPredTotal - WSPredActual
           MOVE WSPredGap TO WSPredGapDisplay
           DISPLAY "PREDICTOR BEATS THE GUIDE BY "
               FUNCTION TRIM(WSPredGapDisplay, LEADING) " POINTS"
       END-IF.

ComputePredictPct.
       IF WSPredSumAll > 0
           COMPUTE WSPredPct = WSPredSumMax * 100 / WSPredSumAll
       ELSE
           MOVE 0 TO WSPredPct
       END-IF.

*> Maximum achievable score, the actual part-1 score, and the gap.
ReportBestPossible.
       DISPLAY "--- BEST-POSSIBLE STRATEGY ANALYSIS ---"
       ADD 1 TO WSCardShapeIdx.

COPY "csvQuote.cpy".
COPY "chainLink.cpy".

*> Translates WSFileStatus into a short description, using the
*> data-driven lookup table pulled in above, defaulting to
