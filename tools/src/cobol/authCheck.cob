           SELECT AuthorityFile ASSIGN TO "tools/data/authority"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAuthStatus.
           SELECT SessionFile ASSIGN TO "results/sessions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSessionStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
       FILE SECTION.
       FD AuthorityFile.
       01 AuthorityRecord PIC X(60).
       FD SessionFile.
       01 SessionRecord PIC X(100).
       FD EventFile.
       01 EventRecord PIC X(120).

       01 WSOperatorRank PIC 9 VALUE 0.
       01 WSRequiredRank PIC 9 VALUE 9.
       01 WSFileSeen PIC A VALUE 'N'.
      *> Under a signed-on session (AOCSESSION, set by SIGNON) the
      *> operator is the one the session journal says signed on, not
      *> USER: the session must be OPEN there - not closed, not timed
      *> out - or no role is held at all.
       01 WSSessionStatus PIC 99.
       01 WSSessionId PIC X(12).
       01 WSSessionLine PIC X(100).
       01 WSSessionState PIC A VALUE 'N'.
       01 WSJrnId PIC X(12).
       01 WSJrnEvent PIC X(8).
       01 WSJrnOperator PIC X(20).
       COPY "eventFile.cpy".

       LINKAGE SECTION.
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF
           PERFORM ResolveSessionOperator

           PERFORM RankRequiredRole
           PERFORM LookupOperatorRank
           IF WSSessionState EQUAL TO 'C'
               MOVE 0 TO WSOperatorRank
           END-IF

           EVALUATE TRUE
               WHEN WSFileSeen EQUAL TO 'N'
           END-EVALUATE
           GOBACK.

       ResolveSessionOperator.
           MOVE 'N' TO WSSessionState
           MOVE SPACES TO WSSessionId
           ACCEPT WSSessionId FROM ENVIRONMENT "AOCSESSION"
               ON EXCEPTION
                   MOVE SPACES TO WSSessionId
           END-ACCEPT
           IF WSSessionId EQUAL TO SPACES
           OR WSSessionId EQUAL TO "000000000000"
               NEXT SENTENCE
           END-IF
           MOVE 'C' TO WSSessionState
           MOVE 'N' TO WSEOF
           OPEN INPUT SessionFile
           IF WSSessionStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ SessionFile INTO WSSessionLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM MatchSessionLine
                   END-READ
               END-PERFORM
               CLOSE SessionFile
           END-IF
           MOVE 'N' TO WSEOF
           IF WSSessionState EQUAL TO 'C'
               DISPLAY "SESSION " WSSessionId " IS NOT OPEN"
           END-IF.

       MatchSessionLine.
           MOVE SPACES TO WSJrnId
           MOVE SPACES TO WSJrnEvent
           MOVE SPACES TO WSJrnOperator
           UNSTRING WSSessionLine DELIMITED BY "|"
               INTO WSJrnId WSJrnEvent WSJrnOperator
           IF WSJrnId EQUAL TO WSSessionId
               IF WSJrnEvent EQUAL TO "OPEN"
                   MOVE 'O' TO WSSessionState
                   MOVE WSJrnOperator TO WSOperator
               ELSE
                   MOVE 'C' TO WSSessionState
               END-IF
           END-IF.

       RankRequiredRole.
           EVALUATE FUNCTION UPPER-CASE(L-AUTH-ROLE)
               WHEN "RUNNER" MOVE 1 TO WSRequiredRank
