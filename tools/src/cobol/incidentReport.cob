           SELECT DiagProbeFile ASSIGN TO WSDiagProbeName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDiagProbeStatus.
           SELECT MsgCatalogFile ASSIGN TO "tools/data/msg_catalog"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGC-STATUS.
           SELECT ProblemFile ASSIGN TO "tools/data/problems"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 EventRecord PIC X(120).
       FD DiagProbeFile.
       01 DiagProbeRecord PIC X(120).
       FD MsgCatalogFile.
       01 MsgCatalogRecord PIC X(240).
       FD ProblemFile.
       01 ProblemRecord PIC X(200).

       WORKING-STORAGE SECTION.
      *> One story per day/part out of the three failure trails:
               10 WSIncDate PIC X(8).
               10 WSIncTime PIC X(6).
               10 WSIncCode PIC X(4).
               10 WSIncProgram PIC X(12).
               10 WSIncDiag PIC A.
              *> Flood control collapses a storm into one record with
              *> an occurrence count; that count is what the incident

      *> The per-key rollup: incident total, corroborating event
      *> count, last failure date, diag-bundle count, and up to five
      *> distinct RETURN-CODE classes with their own counts. A class
      *> is the code together with the program that raised it - the
      *> driver's 0001 and a day program's 0001 are told apart, and
      *> each prints with its response text from the message catalog
      *> (tools/data/msg_catalog).
       01 WSKeyTable.
           05 WSKeyCount PIC 9(2) VALUE 0.
           05 WSKeyEntry OCCURS 50 TIMES.
               10 WSKeyDiags PIC 9(4).
               10 WSKeyCodes OCCURS 5 TIMES.
                   15 WSKeyCodeVal PIC X(4).
                   15 WSKeyCodeProgram PIC X(12).
                   15 WSKeyCodeCount PIC 9(4).
       01 WSKeyIdx PIC 9(2).
       01 WSKeyFoundIdx PIC 9(2).
       01 WSDaysSince PIC 9(5).
       01 WSDayDisplay PIC Z9.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCountDisplay.
       COPY "msgCatalog.cpy".
      *> A code class with a linked alert under a problem not yet
      *> resolved (tools/data/problems) prints that problem beneath
      *> it, so a recurrence reads as the known fault it is.
       COPY "problemFile.cpy".
       01 WSProblemMatched PIC A.

       PROCEDURE DIVISION.
       Main.
           PERFORM ProbeDiagBundles
           PERFORM FoldIncidents
           PERFORM LoadEvents
           PERFORM LoadMessageCatalog
           PERFORM LoadProblems
           PERFORM ReportByKey
           STOP RUN.

           MOVE WSStampText(1:8) TO WSIncDate(WSIncidentCount)
           MOVE WSStampText(9:6) TO WSIncTime(WSIncidentCount)
           MOVE WSCodeText TO WSIncCode(WSIncidentCount)
           MOVE WSProgramText TO WSIncProgram(WSIncidentCount)
           MOVE 'N' TO WSIncDiag(WSIncidentCount)
          *> a legacy six-field record carries no count: one incident
           IF WSCountText EQUAL TO SPACES
                   UNTIL WSCodeIdx > 5
                   MOVE SPACES TO
                       WSKeyCodeVal(WSKeyFoundIdx, WSCodeIdx)
                   MOVE SPACES TO
                       WSKeyCodeProgram(WSKeyFoundIdx, WSCodeIdx)
                   MOVE 0 TO WSKeyCodeCount(WSKeyFoundIdx, WSCodeIdx)
               END-PERFORM
           END-IF
           PERFORM VARYING WSCodeIdx FROM 1 BY 1 UNTIL WSCodeIdx > 5
               IF WSKeyCodeVal(WSKeyFoundIdx, WSCodeIdx)
                   EQUAL TO WSIncCode(WSIncIdx)
               AND WSKeyCodeProgram(WSKeyFoundIdx, WSCodeIdx)
                   EQUAL TO WSIncProgram(WSIncIdx)
                   MOVE WSCodeIdx TO WSCodeFoundIdx
                   MOVE 5 TO WSCodeIdx
               END-IF
                       MOVE WSCodeIdx TO WSCodeFoundIdx
                       MOVE WSIncCode(WSIncIdx) TO
                           WSKeyCodeVal(WSKeyFoundIdx, WSCodeIdx)
                       MOVE WSIncProgram(WSIncIdx) TO
                           WSKeyCodeProgram(WSKeyFoundIdx, WSCodeIdx)
                       MOVE 5 TO WSCodeIdx
                   END-IF
               END-PERFORM
           PERFORM VARYING WSCodeIdx FROM 1 BY 1 UNTIL WSCodeIdx > 5
               IF WSKeyCodeVal(WSKeyIdx, WSCodeIdx) NOT EQUAL TO SPACES
                   DISPLAY "  CODE " WSKeyCodeVal(WSKeyIdx, WSCodeIdx)
                       " FROM "
                       FUNCTION TRIM(WSKeyCodeProgram(WSKeyIdx, WSCodeIdx))
                       " x" WSKeyCodeCount(WSKeyIdx, WSCodeIdx)
                   MOVE WSKeyCodeProgram(WSKeyIdx, WSCodeIdx)
                       TO MSGC-KEY-PROGRAM
                   MOVE WSKeyCodeVal(WSKeyIdx, WSCodeIdx)
                       TO MSGC-KEY-CODE
                   PERFORM ShowOperatorResponseFull
                   MOVE 1 TO PRB-IDX
                   PERFORM ShowMatchingProblem UNTIL PRB-IDX > PRB-COUNT
               END-IF
           END-PERFORM
           ADD 1 TO WSKeyIdx.

       ShowMatchingProblem.
           IF PRB-E-RESOLVED(PRB-IDX)
               ADD 1 TO PRB-IDX
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSProblemMatched
           MOVE 1 TO PRB-LINK-IDX
           PERFORM UNTIL PRB-LINK-IDX > PRB-LINK-COUNT
               IF PRB-L-ID(PRB-LINK-IDX) EQUAL TO PRB-E-ID(PRB-IDX)
               AND PRB-L-KEY(PRB-LINK-IDX) EQUAL TO WSKeyVal(WSKeyIdx)
               AND PRB-L-CODE(PRB-LINK-IDX) EQUAL TO
                   WSKeyCodeVal(WSKeyIdx, WSCodeIdx)
               AND PRB-L-PROGRAM(PRB-LINK-IDX) EQUAL TO
                   WSKeyCodeProgram(WSKeyIdx, WSCodeIdx)
                   MOVE 'Y' TO WSProblemMatched
                   MOVE PRB-LINK-COUNT TO PRB-LINK-IDX
               END-IF
               ADD 1 TO PRB-LINK-IDX
           END-PERFORM
           IF WSProblemMatched EQUAL TO 'Y'
               DISPLAY "      PROBLEM " PRB-E-ID(PRB-IDX) " ("
                   FUNCTION TRIM(PRB-E-STATE(PRB-IDX)) ", "
                   FUNCTION TRIM(PRB-E-CATEGORY(PRB-IDX)) "): "
                   FUNCTION TRIM(PRB-E-TITLE(PRB-IDX))
           END-IF
           ADD 1 TO PRB-IDX.

       COPY "msgCatalogLook.cpy".
       COPY "problemLoad.cpy".
