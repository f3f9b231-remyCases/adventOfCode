      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Loads, expires, rewrites and journals the four-eyes approval
      *> queue approvalQueue.cpy declares; see that copybook for the
      *> host contract.

      *> The acting operator: USER, or - under a signed-on session -
      *> the operator SIGNON verified, whatever USER says.
       ResolveApprovalOperator.
           ACCEPT APQ-OPERATOR FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO APQ-OPERATOR
           END-ACCEPT
           ACCEPT APQ-SESSION FROM ENVIRONMENT "AOCSESSION"
               ON EXCEPTION
                   MOVE SPACES TO APQ-SESSION
           END-ACCEPT
           IF APQ-SESSION NOT EQUAL TO SPACES
           AND APQ-SESSION NOT EQUAL TO "000000000000"
               ACCEPT APQ-OPERATOR FROM ENVIRONMENT "AOCOPERATOR"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
           END-IF
           IF APQ-OPERATOR EQUAL TO SPACES
               MOVE "UNKNOWN" TO APQ-OPERATOR
           END-IF.

       StampApprovalNow.
           ACCEPT APQ-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT APQ-NOW-TIME FROM TIME
           MOVE SPACES TO APQ-NOW
           STRING APQ-NOW-DATE APQ-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO APQ-NOW.

      *> The whole queue into the table, then every open request
      *> past its expiry closed out. A missing queue is an empty one.
       LoadApprovalQueue.
           PERFORM ResolveApprovalOperator
           PERFORM StampApprovalNow
           MOVE 0 TO APQ-COUNT
           MOVE 0 TO APQ-NEXT-ID
           MOVE 'N' TO APQ-CHANGED
           MOVE 'N' TO APQ-OVERFLOW
           MOVE 'N' TO APQ-EOF
           OPEN INPUT ApprovalQueueFile
           IF APQ-STATUS EQUAL TO 0
               PERFORM UNTIL APQ-EOF EQUAL TO 'Y'
                   READ ApprovalQueueFile INTO APQ-LINE
                       AT END MOVE 'Y' TO APQ-EOF
                       NOT AT END PERFORM StoreApprovalQueueLine
                   END-READ
               END-PERFORM
               CLOSE ApprovalQueueFile
           END-IF
           IF APQ-OVERFLOW EQUAL TO 'Y'
               DISPLAY "APPROVAL QUEUE EXCEEDS ITS 50-REQUEST TABLE: "
                   "CLEAR OLD REQUESTS WITH APPROVALMAINT"
           END-IF
           PERFORM ExpireApprovalQueue
           IF APQ-CHANGED EQUAL TO 'Y'
               PERFORM RewriteApprovalQueue
           END-IF.

       StoreApprovalQueueLine.
           IF APQ-LINE(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(APQ-LINE) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO APQ-KIND
           MOVE SPACES TO APQ-ID-TEXT
           MOVE SPACES TO APQ-F3
           MOVE SPACES TO APQ-F4
           MOVE SPACES TO APQ-F5
           MOVE SPACES TO APQ-F6
           MOVE SPACES TO APQ-F7
           MOVE SPACES TO APQ-F8
           MOVE SPACES TO APQ-F9
           MOVE SPACES TO APQ-F10
           MOVE SPACES TO APQ-F11
           MOVE SPACES TO APQ-F12
           UNSTRING APQ-LINE DELIMITED BY "|"
               INTO APQ-KIND APQ-ID-TEXT APQ-F3 APQ-F4 APQ-F5 APQ-F6
                    APQ-F7 APQ-F8 APQ-F9 APQ-F10 APQ-F11 APQ-F12
           EVALUATE APQ-KIND
               WHEN "N"
                   IF APQ-ID-TEXT(1:6) IS NUMERIC
                       MOVE APQ-ID-TEXT(1:6) TO APQ-NEXT-ID
                   END-IF
               WHEN "R"
                   IF APQ-COUNT >= 50
                       MOVE 'Y' TO APQ-OVERFLOW
                   ELSE
                       ADD 1 TO APQ-COUNT
                       MOVE APQ-ID-TEXT(1:6) TO APQ-ID(APQ-COUNT)
                       MOVE APQ-F3(1:8) TO APQ-STATE(APQ-COUNT)
                       MOVE APQ-F4 TO APQ-ACTION(APQ-COUNT)
                       MOVE APQ-F5(1:10) TO APQ-ROLE(APQ-COUNT)
                       MOVE APQ-F6(1:12) TO APQ-PROGRAM(APQ-COUNT)
                       MOVE APQ-F7 TO APQ-REQUESTER(APQ-COUNT)
                       MOVE APQ-F8(1:14) TO APQ-REQ-STAMP(APQ-COUNT)
                       MOVE APQ-F9(1:14) TO APQ-EXPIRES(APQ-COUNT)
                       MOVE APQ-F10 TO APQ-DECIDER(APQ-COUNT)
                       MOVE APQ-F11(1:14) TO APQ-DEC-STAMP(APQ-COUNT)
                       MOVE APQ-F12 TO APQ-SUBJECT(APQ-COUNT)
                       MOVE 0 TO APQ-PREVIEW-COUNT(APQ-COUNT)
                   END-IF
               WHEN "P"
                   IF APQ-COUNT > 0
                   AND APQ-ID-TEXT(1:6) EQUAL TO APQ-ID(APQ-COUNT)
                   AND APQ-PREVIEW-COUNT(APQ-COUNT) < 20
                       ADD 1 TO APQ-PREVIEW-COUNT(APQ-COUNT)
                       MOVE APQ-LINE(10:100) TO APQ-PREVIEW-LINE(
                           APQ-COUNT, APQ-PREVIEW-COUNT(APQ-COUNT))
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> An open request nobody acted on in time lapses: journaled
      *> against its requester and dropped at the rewrite.
       ExpireApprovalQueue.
           MOVE 0 TO APQ-EXPIRED-COUNT
           MOVE 1 TO APQ-IDX
           PERFORM ExpireOneApproval UNTIL APQ-IDX > APQ-COUNT.

       ExpireOneApproval.
           IF (APQ-STATE(APQ-IDX) EQUAL TO "PENDING"
               OR APQ-STATE(APQ-IDX) EQUAL TO "APPROVED")
           AND APQ-EXPIRES(APQ-IDX) < APQ-NOW
               DISPLAY "APPROVAL " APQ-ID(APQ-IDX) " EXPIRED "
                   FUNCTION TRIM(APQ-STATE(APQ-IDX)) ": "
                   FUNCTION TRIM(APQ-ACTION(APQ-IDX)) " FOR "
                   FUNCTION TRIM(APQ-REQUESTER(APQ-IDX))
               MOVE APQ-ID(APQ-IDX) TO APJ-ID
               MOVE "EXPIRE" TO APJ-EVENT
               MOVE APQ-REQUESTER(APQ-IDX) TO APJ-OPERATOR
               MOVE APQ-ACTION(APQ-IDX) TO APJ-ACTION
               MOVE APQ-PROGRAM(APQ-IDX) TO APJ-PROGRAM
               MOVE SPACES TO APJ-DETAIL
               STRING "LAPSED " FUNCTION TRIM(APQ-STATE(APQ-IDX))
                   " AT " APQ-EXPIRES(APQ-IDX)
                   DELIMITED BY SIZE INTO APJ-DETAIL
               PERFORM JournalApproval
               MOVE APQ-HOST TO EVENT-PROGRAM
               MOVE "W" TO EVENT-SEVERITY
               MOVE "APPREXP" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING "APPROVAL " APQ-ID(APQ-IDX) " "
                   FUNCTION TRIM(APQ-ACTION(APQ-IDX)) " EXPIRED "
                   FUNCTION TRIM(APQ-STATE(APQ-IDX))
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
               MOVE "EXPIRED" TO APQ-STATE(APQ-IDX)
               ADD 1 TO APQ-EXPIRED-COUNT
               MOVE 'Y' TO APQ-CHANGED
           END-IF
           ADD 1 TO APQ-IDX.

      *> APQ-HOURS on from now, into APQ-EXPIRES-WORK.
       ComputeApprovalExpiry.
           COMPUTE APQ-MINUTES =
               FUNCTION NUMVAL(APQ-NOW-TIME(1:2)) * 60
               + FUNCTION NUMVAL(APQ-NOW-TIME(3:2))
               + APQ-HOURS * 60
           DIVIDE APQ-MINUTES BY 1440
               GIVING APQ-DAYS-ADD REMAINDER APQ-MIN-REM
           COMPUTE APQ-EXP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(APQ-NOW-DATE))
               + APQ-DAYS-ADD)
           DIVIDE APQ-MIN-REM BY 60
               GIVING APQ-EXP-HH REMAINDER APQ-EXP-MM
           MOVE SPACES TO APQ-EXPIRES-WORK
           STRING APQ-EXP-DATE APQ-EXP-HH APQ-EXP-MM
               APQ-NOW-TIME(5:2)
               DELIMITED BY SIZE INTO APQ-EXPIRES-WORK.

      *> APQ-WANTED-ID to its slot in APQ-FOUND, 0 when not queued.
       FindApprovalEntry.
           MOVE 0 TO APQ-FOUND
           MOVE 1 TO APQ-IDX
           PERFORM UNTIL APQ-IDX > APQ-COUNT OR APQ-FOUND > 0
               IF APQ-ID(APQ-IDX) EQUAL TO APQ-WANTED-ID
                   MOVE APQ-IDX TO APQ-FOUND
               END-IF
               ADD 1 TO APQ-IDX
           END-PERFORM.

      *> The open requests only: rejected, expired and executed ones
      *> live on in the journal. A queue that overflowed the table is
      *> left as it is rather than rewritten short.
       RewriteApprovalQueue.
           IF APQ-OVERFLOW EQUAL TO 'Y'
               DISPLAY "APPROVAL QUEUE NOT REWRITTEN: IT HOLDS MORE "
                   "THAN THE TABLE CARRIES"
               NEXT SENTENCE
           END-IF
           OPEN OUTPUT ApprovalQueueFile
           IF APQ-STATUS NOT EQUAL TO 0
               DISPLAY "Error " APQ-STATUS ": unable to rewrite "
                   "tools/data/approval_queue."
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO APQ-LINE
           MOVE "* Four-eyes approval queue: maintained by APPROVALGATE"
               & " and APPROVALMAINT." TO APQ-LINE
           WRITE ApprovalQueueRecord FROM APQ-LINE
           MOVE SPACES TO APQ-LINE
           MOVE "* R|ID|STATE|ACTION|ROLE|PROGRAM|REQUESTER|REQSTAMP|E"
               & "XPIRES|DECIDER|DECSTAMP|SUBJECT, then P|ID|PREVIEW."
               TO APQ-LINE
           WRITE ApprovalQueueRecord FROM APQ-LINE
           MOVE SPACES TO APQ-LINE
           STRING "N|" APQ-NEXT-ID DELIMITED BY SIZE INTO APQ-LINE
           WRITE ApprovalQueueRecord FROM APQ-LINE
           MOVE 1 TO APQ-IDX
           PERFORM WriteOneApprovalEntry UNTIL APQ-IDX > APQ-COUNT
           CLOSE ApprovalQueueFile
           MOVE 'N' TO APQ-CHANGED.

       WriteOneApprovalEntry.
           IF APQ-STATE(APQ-IDX) EQUAL TO "PENDING"
           OR APQ-STATE(APQ-IDX) EQUAL TO "APPROVED"
               MOVE SPACES TO APQ-LINE
               STRING "R|" APQ-ID(APQ-IDX) "|"
                   FUNCTION TRIM(APQ-STATE(APQ-IDX)) "|"
                   FUNCTION TRIM(APQ-ACTION(APQ-IDX)) "|"
                   FUNCTION TRIM(APQ-ROLE(APQ-IDX)) "|"
                   FUNCTION TRIM(APQ-PROGRAM(APQ-IDX)) "|"
                   FUNCTION TRIM(APQ-REQUESTER(APQ-IDX)) "|"
                   APQ-REQ-STAMP(APQ-IDX) "|"
                   APQ-EXPIRES(APQ-IDX) "|"
                   FUNCTION TRIM(APQ-DECIDER(APQ-IDX)) "|"
                   FUNCTION TRIM(APQ-DEC-STAMP(APQ-IDX)) "|"
                   FUNCTION TRIM(APQ-SUBJECT(APQ-IDX))
                   DELIMITED BY SIZE INTO APQ-LINE
               WRITE ApprovalQueueRecord FROM APQ-LINE
               MOVE 1 TO APQ-JDX
               PERFORM UNTIL APQ-JDX > APQ-PREVIEW-COUNT(APQ-IDX)
                   MOVE SPACES TO APQ-LINE
                   STRING "P|" APQ-ID(APQ-IDX) "|"
                       APQ-PREVIEW-LINE(APQ-IDX, APQ-JDX)
                       DELIMITED BY SIZE INTO APQ-LINE
                   WRITE ApprovalQueueRecord FROM APQ-LINE
                   ADD 1 TO APQ-JDX
               END-PERFORM
           END-IF
           ADD 1 TO APQ-IDX.

      *> One "STAMP|ID|EVENT|OPERATOR|ACTION|PROGRAM|DETAIL" record,
      *> the journal created on first use.
       JournalApproval.
           MOVE SPACES TO APJ-LINE
           STRING APQ-NOW "|" APJ-ID "|" FUNCTION TRIM(APJ-EVENT) "|"
               FUNCTION TRIM(APJ-OPERATOR) "|"
               FUNCTION TRIM(APJ-ACTION) "|"
               FUNCTION TRIM(APJ-PROGRAM) "|"
               FUNCTION TRIM(APJ-DETAIL)
               DELIMITED BY SIZE INTO APJ-LINE
           OPEN EXTEND ApprovalJournalFile
           IF APJ-STATUS NOT EQUAL TO 0
               OPEN OUTPUT ApprovalJournalFile
           END-IF
           IF APJ-STATUS EQUAL TO 0
               WRITE ApprovalJournalRecord FROM APJ-LINE
               CLOSE ApprovalJournalFile
           END-IF.
