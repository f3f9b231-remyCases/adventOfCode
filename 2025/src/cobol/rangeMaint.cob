           SELECT SyncFile ASSIGN TO "2025/data/range_sync_status"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSyncStatus.
           SELECT ImpactFile ASSIGN TO "2025/data/range_impact"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSImpactStatus.

       DATA DIVISION.
       FILE SECTION.
       01 JournalRecord PIC X(140).
       FD SyncFile.
       01 SyncRecord PIC X(80).
       FD ImpactFile.
       01 ImpactRecord PIC X(200).

       WORKING-STORAGE SECTION.
      *> Maintenance for the DAYTWO (2025) range pair - the sequential
      *> when either write failed, which is the signal to run a full
      *> DAYTWO scan and rebuild the pair. RANGEINQUIRY made the
      *> ranges queryable; this makes them maintainable.
      *> An add also shows the what-if findings RANGEIMPACT recorded
      *> for that range, if it was checked first.
       01 WSDataFileName PIC X(60) VALUE "2025/data/input_day_two".
       01 WSIndexedFileName PIC X(60)
           VALUE "2025/data/input_day_two_indexed".
       01 WSFailed PIC A VALUE 'N'.
       01 WSSeqDisplay PIC Z(5)9.

      *> The what-if findings RANGEIMPACT recorded for the range being
      *> added - the latest record for that exact range text - shown
      *> with the approved add so the operator sees what it will do.
       01 WSImpactStatus PIC 99.
       01 WSImpactLine PIC X(200).
       01 WSImpactFound PIC A VALUE 'N'.
       01 WSImpactFields.
           05 WSImpStamp PIC X(14).
           05 WSImpOperator PIC X(20).
           05 WSImpRange PIC X(50).
           05 WSImpStatus PIC X(9).
           05 WSImpOverlaps PIC X(5).
           05 WSImpCovered PIC X(18).
           05 WSImpNew1 PIC X(5).
           05 WSImpSum1 PIC X(18).
           05 WSImpNew2 PIC X(5).
           05 WSImpSum2 PIC X(18).
           05 WSImpProj1 PIC X(18).
           05 WSImpProj2 PIC X(18).
       01 WSImpactShow.
           05 WSShowStamp PIC X(14).
           05 WSShowOperator PIC X(20).
           05 WSShowStatus PIC X(9).
           05 WSShowOverlaps PIC X(5).
           05 WSShowCovered PIC X(18).
           05 WSShowNew1 PIC X(5).
           05 WSShowSum1 PIC X(18).
           05 WSShowNew2 PIC X(5).
           05 WSShowSum2 PIC X(18).
           05 WSShowProj1 PIC X(18).
           05 WSShowProj2 PIC X(18).
       01 WSImpactNum PIC 9(18).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSImpactDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSImpactDisplay2.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
               MOVE WSTargetSeq TO WSSeqDisplay
               DISPLAY "=== RANGE " FUNCTION TRIM(WSSeqDisplay, LEADING)
                   " UPDATED IN BOTH FILES ==="
               IF AddAction
                   PERFORM ShowRangeImpact
               END-IF
           END-IF
           STOP RUN.

               WRITE SyncRecord FROM WSSyncLine
               CLOSE SyncFile
           END-IF.

       ShowRangeImpact.
           MOVE 'N' TO WSImpactFound
           OPEN INPUT ImpactFile
           IF WSImpactStatus EQUAL TO 0
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ ImpactFile INTO WSImpactLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM MatchImpactRecord
                   END-READ
               END-PERFORM
               CLOSE ImpactFile
           END-IF
           IF WSImpactFound NOT EQUAL TO 'Y'
               DISPLAY "NO IMPACT CHECK ON RECORD FOR THIS RANGE "
                   "(RANGEIMPACT WAS NOT RUN FOR IT)"
               NEXT SENTENCE
           END-IF
           DISPLAY "IMPACT CHECKED " WSShowStamp(1:8) " "
               WSShowStamp(9:4) " BY " FUNCTION TRIM(WSShowOperator)
           IF WSShowStatus NOT EQUAL TO "OK"
               DISPLAY "  CHECK FOUND THE RANGE "
                   FUNCTION TRIM(WSShowStatus)
               NEXT SENTENCE
           END-IF
           COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowOverlaps)
           MOVE WSImpactNum TO WSSeqDisplay
           COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowCovered)
           MOVE WSImpactNum TO WSImpactDisplay
           DISPLAY "  OVERLAPS " FUNCTION TRIM(WSSeqDisplay, LEADING)
               " EXISTING RANGE(S), "
               FUNCTION TRIM(WSImpactDisplay, LEADING)
               " ID(S) ALREADY COVERED"
           COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowNew1)
           MOVE WSImpactNum TO WSSeqDisplay
           COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowSum1)
           MOVE WSImpactNum TO WSImpactDisplay
           DISPLAY "  PART 1: +" FUNCTION TRIM(WSSeqDisplay, LEADING)
               " NEW INVALID ID(S), ANSWER +"
               FUNCTION TRIM(WSImpactDisplay, LEADING)
           COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowNew2)
           MOVE WSImpactNum TO WSSeqDisplay
           COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowSum2)
           MOVE WSImpactNum TO WSImpactDisplay
           DISPLAY "  PART 2: +" FUNCTION TRIM(WSSeqDisplay, LEADING)
               " NEW INVALID ID(S), ANSWER +"
               FUNCTION TRIM(WSImpactDisplay, LEADING)
           IF WSShowProj1 NOT EQUAL TO SPACES
           AND WSShowProj2 NOT EQUAL TO SPACES
               COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowProj1)
               MOVE WSImpactNum TO WSImpactDisplay
               COMPUTE WSImpactNum = FUNCTION NUMVAL(WSShowProj2)
               MOVE WSImpactNum TO WSImpactDisplay2
               DISPLAY "  PROJECTED ANSWERS: PART 1 "
                   FUNCTION TRIM(WSImpactDisplay, LEADING)
                   ", PART 2 "
                   FUNCTION TRIM(WSImpactDisplay2, LEADING)
           END-IF.

       MatchImpactRecord.
           MOVE SPACES TO WSImpactFields
           UNSTRING WSImpactLine DELIMITED BY '|'
               INTO WSImpStamp WSImpOperator WSImpRange WSImpStatus
                   WSImpOverlaps WSImpCovered WSImpNew1 WSImpSum1
                   WSImpNew2 WSImpSum2 WSImpProj1 WSImpProj2
           END-UNSTRING
           IF WSImpRange EQUAL TO WSNewText
               MOVE 'Y' TO WSImpactFound
               MOVE WSImpStamp TO WSShowStamp
               MOVE WSImpOperator TO WSShowOperator
               MOVE WSImpStatus TO WSShowStatus
               MOVE WSImpOverlaps TO WSShowOverlaps
               MOVE WSImpCovered TO WSShowCovered
               MOVE WSImpNew1 TO WSShowNew1
               MOVE WSImpSum1 TO WSShowSum1
               MOVE WSImpNew2 TO WSShowNew2
               MOVE WSImpSum2 TO WSShowSum2
               MOVE WSImpProj1 TO WSShowProj1
               MOVE WSImpProj2 TO WSShowProj2
           END-IF.
