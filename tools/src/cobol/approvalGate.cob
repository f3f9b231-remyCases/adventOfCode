       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVALGATE.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalQueueFile ASSIGN TO "tools/data/approval_queue"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APQ-STATUS.
           SELECT ApprovalJournalFile
               ASSIGN TO "results/approval_journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APJ-STATUS.
           SELECT AuthorityFile ASSIGN TO "tools/data/authority"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAuthFileStatus.
           SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ApprovalQueueFile.
       01 ApprovalQueueRecord PIC X(250).
       FD ApprovalJournalFile.
       01 ApprovalJournalRecord PIC X(200).
       FD AuthorityFile.
       01 AuthorityRecord PIC X(60).
       FD ConfigFile.
       01 ConfigRecord PIC X(60).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Four-eyes gate on the actions AUTHCHECK alone used to let one
      *> SUPERVISOR take: baseline promotion, DR restore, registry
      *> rewrites and quarantine purges. The gated program CALLs here
      *> twice over two runs: first to queue its request with the
      *> preview of what it would do, then - once a second operator
      *> has approved it in APPROVALMAINT - with the approval id, to
      *> be let through. See approvalRequest.cpy for the contract and
      *> approvalQueue.cpy for the queue and journal. Both calls need
      *> the action's role through AUTHCHECK first, so a refusal is
      *> logged the way it always was.
       01 WSAuthFileStatus PIC 99.
       01 WSIdNumber PIC 9(6).
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.
       01 WSPreviewIdx PIC 99.
       01 WSPreviewSame PIC A.
       01 WSRefuseReason PIC X(80).
       COPY "approvalQueue.cpy".
       COPY "configFile.cpy".
       COPY "eventFile.cpy".

       LINKAGE SECTION.
       COPY "approvalRequest.cpy".

       PROCEDURE DIVISION USING APPROVAL-REQUEST.
       Main.
           SET APPROVAL-REFUSED TO TRUE
           MOVE "APPROVALGATE" TO APQ-HOST
           OPEN INPUT AuthorityFile
           IF WSAuthFileStatus NOT EQUAL TO 0
               DISPLAY "NOTE: NO AUTHORITY FILE (tools/data/authority)"
                   " - " FUNCTION TRIM(APPROVAL-ACTION)
                   " PROCEEDS WITHOUT A SECOND APPROVER"
               SET APPROVAL-GRANTED TO TRUE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE AuthorityFile

           MOVE APPROVAL-ACTION TO WSAuthAction
           MOVE APPROVAL-ROLE TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               GOBACK
           END-IF

           PERFORM LoadRuntimeConfig
           PERFORM LoadApprovalQueue
           IF APPROVAL-FUNCTION EQUAL TO "EXECUTE"
               PERFORM RedeemApproval
           ELSE
               PERFORM QueueApprovalRequest
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "APPROVALHOURS"
           AND CFG-VALUE > 0 AND CFG-VALUE < 721
               MOVE CFG-VALUE TO APQ-HOURS
               DISPLAY "CONFIG OVERRIDE: APPROVALHOURS = " APQ-HOURS
           END-IF.

      *> A new request for a second operator's approval. The same
      *> action on the same subject already open is pointed at rather
      *> than queued twice.
       QueueApprovalRequest.
           PERFORM FindOpenDuplicate
           IF APQ-FOUND > 0
               MOVE APQ-ID(APQ-FOUND) TO APPROVAL-ID
               SET APPROVAL-QUEUED TO TRUE
               IF APQ-STATE(APQ-FOUND) EQUAL TO "APPROVED"
                   DISPLAY "APPROVAL " APQ-ID(APQ-FOUND)
                       " FOR THIS IS ALREADY APPROVED BY "
                       FUNCTION TRIM(APQ-DECIDER(APQ-FOUND))
                       ": RERUN WITH --approval " APQ-ID(APQ-FOUND)
               ELSE
                   DISPLAY "APPROVAL " APQ-ID(APQ-FOUND)
                       " FOR THIS IS ALREADY WAITING (REQUESTED BY "
                       FUNCTION TRIM(APQ-REQUESTER(APQ-FOUND))
                       "): NOTHING NEW QUEUED"
               END-IF
               NEXT SENTENCE
           END-IF
           IF APQ-COUNT >= 50 OR APQ-OVERFLOW EQUAL TO 'Y'
               DISPLAY "APPROVAL QUEUE FULL (50 OPEN REQUESTS): "
                   FUNCTION TRIM(APPROVAL-ACTION) " NOT QUEUED"
               NEXT SENTENCE
           END-IF
           ADD 1 TO APQ-NEXT-ID
           ADD 1 TO APQ-COUNT
           MOVE APQ-NEXT-ID TO APQ-ID(APQ-COUNT)
           MOVE "PENDING" TO APQ-STATE(APQ-COUNT)
           MOVE APPROVAL-ACTION TO APQ-ACTION(APQ-COUNT)
           MOVE APPROVAL-ROLE TO APQ-ROLE(APQ-COUNT)
           MOVE APPROVAL-PROGRAM TO APQ-PROGRAM(APQ-COUNT)
           MOVE APQ-OPERATOR TO APQ-REQUESTER(APQ-COUNT)
           MOVE APQ-NOW TO APQ-REQ-STAMP(APQ-COUNT)
           PERFORM ComputeApprovalExpiry
           MOVE APQ-EXPIRES-WORK TO APQ-EXPIRES(APQ-COUNT)
           MOVE SPACES TO APQ-DECIDER(APQ-COUNT)
           MOVE SPACES TO APQ-DEC-STAMP(APQ-COUNT)
           MOVE APPROVAL-SUBJECT TO APQ-SUBJECT(APQ-COUNT)
           MOVE APPROVAL-PREVIEW-COUNT TO APQ-PREVIEW-COUNT(APQ-COUNT)
           IF APQ-PREVIEW-COUNT(APQ-COUNT) > 20
               MOVE 20 TO APQ-PREVIEW-COUNT(APQ-COUNT)
           END-IF
           MOVE 1 TO WSPreviewIdx
           PERFORM UNTIL WSPreviewIdx > APQ-PREVIEW-COUNT(APQ-COUNT)
               MOVE APPROVAL-PREVIEW-LINE(WSPreviewIdx)
                   TO APQ-PREVIEW-LINE(APQ-COUNT, WSPreviewIdx)
               ADD 1 TO WSPreviewIdx
           END-PERFORM
           PERFORM RewriteApprovalQueue
           MOVE APQ-ID(APQ-COUNT) TO APPROVAL-ID
           SET APPROVAL-QUEUED TO TRUE

           MOVE APQ-ID(APQ-COUNT) TO APJ-ID
           MOVE "REQUEST" TO APJ-EVENT
           MOVE APQ-OPERATOR TO APJ-OPERATOR
           MOVE APPROVAL-ACTION TO APJ-ACTION
           MOVE APPROVAL-PROGRAM TO APJ-PROGRAM
           MOVE APPROVAL-SUBJECT TO APJ-DETAIL
           PERFORM JournalApproval
           MOVE "APPROVALGATE" TO EVENT-PROGRAM
           MOVE "I" TO EVENT-SEVERITY
           MOVE "APPRREQ" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(APQ-OPERATOR) " REQUESTED "
               FUNCTION TRIM(APPROVAL-ACTION) " AS " APQ-ID(APQ-COUNT)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent

           DISPLAY "APPROVAL " APQ-ID(APQ-COUNT) " QUEUED: "
               FUNCTION TRIM(APPROVAL-ACTION) " "
               FUNCTION TRIM(APPROVAL-SUBJECT)
           DISPLAY "A SECOND OPERATOR HOLDING "
               FUNCTION TRIM(APPROVAL-ROLE) " MUST APPROVE IT "
               "(APPROVALMAINT --approve " APQ-ID(APQ-COUNT) ")"
           DISPLAY "THEN RERUN WITH --approval " APQ-ID(APQ-COUNT)
               " BEFORE " APQ-EXPIRES(APQ-COUNT).

       FindOpenDuplicate.
           MOVE 0 TO APQ-FOUND
           MOVE 1 TO APQ-IDX
           PERFORM UNTIL APQ-IDX > APQ-COUNT OR APQ-FOUND > 0
               IF (APQ-STATE(APQ-IDX) EQUAL TO "PENDING"
                   OR APQ-STATE(APQ-IDX) EQUAL TO "APPROVED")
               AND APQ-ACTION(APQ-IDX) EQUAL TO APPROVAL-ACTION
               AND APQ-PROGRAM(APQ-IDX) EQUAL TO APPROVAL-PROGRAM
               AND APQ-SUBJECT(APQ-IDX) EQUAL TO APPROVAL-SUBJECT
                   MOVE APQ-IDX TO APQ-FOUND
               END-IF
               ADD 1 TO APQ-IDX
           END-PERFORM.

      *> Redeeming an approval: it must be this action on this
      *> subject, approved by someone other than the operator now
      *> acting, and still describe what the program is about to do.
      *> A changed preview spends it - what was approved is no longer
      *> what would happen - so the change is requested afresh.
       RedeemApproval.
          *> the id as typed: 7, 07 and 000007 all name 000007
           IF FUNCTION TEST-NUMVAL(APPROVAL-ID) EQUAL TO 0
               MOVE FUNCTION NUMVAL(APPROVAL-ID) TO WSIdNumber
               MOVE WSIdNumber TO APPROVAL-ID
           END-IF
           MOVE APPROVAL-ID TO APQ-WANTED-ID
           PERFORM FindApprovalEntry
           IF APQ-FOUND EQUAL TO 0
               DISPLAY "REFUSED: NO OPEN APPROVAL " APPROVAL-ID
                   " (NEVER REQUESTED, REJECTED, EXPIRED OR ALREADY "
                   "USED)"
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSRefuseReason
           PERFORM CompareApprovalPreview
           EVALUATE TRUE
               WHEN APQ-ACTION(APQ-FOUND) NOT EQUAL TO APPROVAL-ACTION
               OR APQ-PROGRAM(APQ-FOUND) NOT EQUAL TO APPROVAL-PROGRAM
               OR APQ-SUBJECT(APQ-FOUND) NOT EQUAL TO APPROVAL-SUBJECT
                   STRING "APPROVAL IS FOR "
                       FUNCTION TRIM(APQ-ACTION(APQ-FOUND)) " "
                       FUNCTION TRIM(APQ-SUBJECT(APQ-FOUND))
                       DELIMITED BY SIZE INTO WSRefuseReason
               WHEN APQ-STATE(APQ-FOUND) NOT EQUAL TO "APPROVED"
                   MOVE "NOT APPROVED YET" TO WSRefuseReason
               WHEN APQ-DECIDER(APQ-FOUND) EQUAL TO APQ-OPERATOR
                   MOVE "THE APPROVER MAY NOT ALSO CARRY IT OUT"
                       TO WSRefuseReason
               WHEN APQ-REQUESTER(APQ-FOUND) NOT EQUAL TO APQ-OPERATOR
                   MOVE "ONLY THE REQUESTER MAY CARRY IT OUT"
                       TO WSRefuseReason
               WHEN WSPreviewSame NOT EQUAL TO 'Y'
                   MOVE "PREVIEW CHANGED SINCE THE APPROVAL: REQUEST "
                       & "IT AGAIN" TO WSRefuseReason
                   MOVE "REFUSED" TO APQ-STATE(APQ-FOUND)
                   PERFORM RewriteApprovalQueue
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE APQ-ID(APQ-FOUND) TO APJ-ID
           MOVE APQ-OPERATOR TO APJ-OPERATOR
           MOVE APPROVAL-ACTION TO APJ-ACTION
           MOVE APPROVAL-PROGRAM TO APJ-PROGRAM
           MOVE "APPROVALGATE" TO EVENT-PROGRAM
           MOVE SPACES TO EVENT-MESSAGE
           IF WSRefuseReason NOT EQUAL TO SPACES
               DISPLAY "REFUSED: APPROVAL " APQ-ID(APQ-FOUND) " - "
                   FUNCTION TRIM(WSRefuseReason)
               MOVE "REFUSE" TO APJ-EVENT
               MOVE WSRefuseReason TO APJ-DETAIL
               PERFORM JournalApproval
               MOVE "W" TO EVENT-SEVERITY
               MOVE "APPRREFU" TO EVENT-CODE
               STRING FUNCTION TRIM(APQ-OPERATOR) " REFUSED "
                   FUNCTION TRIM(APPROVAL-ACTION) " ON "
                   APQ-ID(APQ-FOUND)
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
               NEXT SENTENCE
           END-IF

           MOVE "EXECUTED" TO APQ-STATE(APQ-FOUND)
           PERFORM RewriteApprovalQueue
           MOVE "EXECUTE" TO APJ-EVENT
           MOVE SPACES TO APJ-DETAIL
           STRING "REQUESTED BY " FUNCTION TRIM(APQ-REQUESTER(APQ-FOUND))
               ", APPROVED BY " FUNCTION TRIM(APQ-DECIDER(APQ-FOUND))
               DELIMITED BY SIZE INTO APJ-DETAIL
           PERFORM JournalApproval
           MOVE "I" TO EVENT-SEVERITY
           MOVE "APPRUSE" TO EVENT-CODE
           STRING FUNCTION TRIM(APQ-OPERATOR) " CARRIED OUT "
               FUNCTION TRIM(APPROVAL-ACTION) " ON "
               APQ-ID(APQ-FOUND)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           DISPLAY "APPROVAL " APQ-ID(APQ-FOUND) " (APPROVED BY "
               FUNCTION TRIM(APQ-DECIDER(APQ-FOUND)) " AT "
               APQ-DEC-STAMP(APQ-FOUND) ") REDEEMED"
           SET APPROVAL-GRANTED TO TRUE.

       CompareApprovalPreview.
           MOVE 'Y' TO WSPreviewSame
           IF APQ-PREVIEW-COUNT(APQ-FOUND) NOT EQUAL TO
               APPROVAL-PREVIEW-COUNT
               MOVE 'N' TO WSPreviewSame
           END-IF
           MOVE 1 TO WSPreviewIdx
           PERFORM UNTIL WSPreviewSame EQUAL TO 'N'
           OR WSPreviewIdx > APQ-PREVIEW-COUNT(APQ-FOUND)
               IF APQ-PREVIEW-LINE(APQ-FOUND, WSPreviewIdx)
                   NOT EQUAL TO APPROVAL-PREVIEW-LINE(WSPreviewIdx)
                   MOVE 'N' TO WSPreviewSame
               END-IF
               ADD 1 TO WSPreviewIdx
           END-PERFORM.

       COPY "approvalQueueIo.cpy".
       COPY "configRead.cpy".
       COPY "eventAppend.cpy".
