       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVALMAINT.
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
       FD ConfigFile.
       01 ConfigRecord PIC X(60).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> The second pair of eyes on the four-eyes approval queue
      *> (approvalQueue.cpy):
      *>   --list                  every open request
      *>   --show ID               one request with its preview
      *>   --approve ID            approve it, after reviewing the
      *>                           preview
      *>   --reject ID [--reason TEXT]
      *>                           turn it down (a requester may
      *>                           withdraw their own this way)
      *>   --expire                close out every request past its
      *>                           time, as any load of the queue does
      *>                           - for the nightly schedule
      *> Approving needs the role the action itself needs, through
      *> AUTHCHECK, and may not be done by the operator who asked.
      *> An approval restarts the APPROVALHOURS clock: the requester
      *> then has that long to carry it out.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSActionFlag PIC X VALUE SPACE.
           88 ListAction VALUE 'L'.
           88 ShowAction VALUE 'S'.
           88 ApproveAction VALUE 'A'.
           88 RejectAction VALUE 'R'.
           88 ExpireAction VALUE 'E'.
       01 WSIdNumber PIC 9(6).
       01 WSReason PIC X(60) VALUE SPACES.
       01 WSConfirm PIC X.
       01 WSOpenCount PIC 99.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.
       COPY "approvalQueue.cpy".
       COPY "configFile.cpy".
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           MOVE "APPROVALMNT" TO APQ-HOST
           PERFORM ParseCommandLine
           IF WSActionFlag EQUAL TO SPACE
               DISPLAY "USAGE: APPROVALMAINT --list | --show ID | "
                   "--approve ID | --reject ID [--reason TEXT] | "
                   "--expire"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadRuntimeConfig
           PERFORM LoadApprovalQueue
           EVALUATE TRUE
               WHEN ListAction
                   PERFORM ListApprovals
               WHEN ShowAction
                   PERFORM LocateApproval
                   PERFORM ShowApproval
               WHEN ApproveAction
                   PERFORM LocateApproval
                   PERFORM ApproveRequest
               WHEN RejectAction
                   PERFORM LocateApproval
                   PERFORM RejectRequest
               WHEN ExpireAction
                   DISPLAY "=== " APQ-EXPIRED-COUNT
                       " APPROVAL REQUEST(S) EXPIRED ==="
           END-EVALUATE
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--list"
                       SET ListAction TO TRUE
                   WHEN "--expire"
                       SET ExpireAction TO TRUE
                   WHEN "--show"
                       SET ShowAction TO TRUE
                       PERFORM TakeApprovalId
                   WHEN "--approve"
                       SET ApproveAction TO TRUE
                       PERFORM TakeApprovalId
                   WHEN "--reject"
                       SET RejectAction TO TRUE
                       PERFORM TakeApprovalId
                   WHEN "--reason"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:60) TO WSReason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

      *> Ids are six digits; a shorter one typed by hand is padded.
       TakeApprovalId.
           ADD 1 TO WSArgIdx
           DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
           ACCEPT WSArgValue FROM ARGUMENT-VALUE
           MOVE SPACES TO APQ-WANTED-ID
           IF FUNCTION TEST-NUMVAL(WSArgValue) EQUAL TO 0
               MOVE FUNCTION NUMVAL(WSArgValue) TO WSIdNumber
               MOVE WSIdNumber TO APQ-WANTED-ID
           END-IF.

       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "APPROVALHOURS"
           AND CFG-VALUE > 0 AND CFG-VALUE < 721
               MOVE CFG-VALUE TO APQ-HOURS
               DISPLAY "CONFIG OVERRIDE: APPROVALHOURS = " APQ-HOURS
           END-IF.

       LocateApproval.
           PERFORM FindApprovalEntry
           IF APQ-FOUND EQUAL TO 0
               DISPLAY "NO OPEN APPROVAL REQUEST " APQ-WANTED-ID
                   " (NEVER REQUESTED, OR ALREADY DECIDED, EXPIRED OR "
                   "USED - SEE results/approval_journal.log)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ListApprovals.
           DISPLAY "=== OPEN APPROVAL REQUESTS ==="
           MOVE 0 TO WSOpenCount
           MOVE 1 TO APQ-IDX
           PERFORM ListOneApproval UNTIL APQ-IDX > APQ-COUNT
           IF WSOpenCount EQUAL TO 0
               DISPLAY "(NONE)"
           END-IF.

       ListOneApproval.
           IF APQ-STATE(APQ-IDX) EQUAL TO "PENDING"
           OR APQ-STATE(APQ-IDX) EQUAL TO "APPROVED"
               ADD 1 TO WSOpenCount
               DISPLAY APQ-ID(APQ-IDX) " " APQ-STATE(APQ-IDX) " "
                   FUNCTION TRIM(APQ-ACTION(APQ-IDX)) " ("
                   FUNCTION TRIM(APQ-PROGRAM(APQ-IDX)) ") BY "
                   FUNCTION TRIM(APQ-REQUESTER(APQ-IDX)) " AT "
                   APQ-REQ-STAMP(APQ-IDX) ", EXPIRES "
                   APQ-EXPIRES(APQ-IDX)
           END-IF
           ADD 1 TO APQ-IDX.

       ShowApproval.
           DISPLAY "=== APPROVAL " APQ-ID(APQ-FOUND) " "
               FUNCTION TRIM(APQ-STATE(APQ-FOUND)) " ==="
           DISPLAY "ACTION:    " FUNCTION TRIM(APQ-ACTION(APQ-FOUND))
               " (" FUNCTION TRIM(APQ-PROGRAM(APQ-FOUND)) ", ROLE "
               FUNCTION TRIM(APQ-ROLE(APQ-FOUND)) ")"
           DISPLAY "SUBJECT:   " FUNCTION TRIM(APQ-SUBJECT(APQ-FOUND))
           DISPLAY "REQUESTED: " FUNCTION TRIM(APQ-REQUESTER(APQ-FOUND))
               " AT " APQ-REQ-STAMP(APQ-FOUND)
           IF APQ-DECIDER(APQ-FOUND) NOT EQUAL TO SPACES
               DISPLAY "APPROVED:  "
                   FUNCTION TRIM(APQ-DECIDER(APQ-FOUND)) " AT "
                   APQ-DEC-STAMP(APQ-FOUND)
           END-IF
           DISPLAY "EXPIRES:   " APQ-EXPIRES(APQ-FOUND)
           DISPLAY "--- PREVIEW ---"
           MOVE 1 TO APQ-JDX
           PERFORM UNTIL APQ-JDX > APQ-PREVIEW-COUNT(APQ-FOUND)
               DISPLAY "  " FUNCTION TRIM(
                   APQ-PREVIEW-LINE(APQ-FOUND, APQ-JDX), TRAILING)
               ADD 1 TO APQ-JDX
           END-PERFORM.

      *> The decision needs the action's own role, so AUTHCHECK logs
      *> a refusal as it would for the action itself.
       CheckDeciderRole.
           MOVE APQ-ACTION(APQ-FOUND) TO WSAuthAction
           MOVE APQ-ROLE(APQ-FOUND) TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               DISPLAY "NOTHING DECIDED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ApproveRequest.
           IF APQ-STATE(APQ-FOUND) NOT EQUAL TO "PENDING"
               DISPLAY "APPROVAL " APQ-ID(APQ-FOUND) " IS ALREADY "
                   FUNCTION TRIM(APQ-STATE(APQ-FOUND)) "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APQ-REQUESTER(APQ-FOUND) EQUAL TO APQ-OPERATOR
               DISPLAY "REFUSED: " FUNCTION TRIM(APQ-OPERATOR)
                   " REQUESTED " APQ-ID(APQ-FOUND)
                   " AND MAY NOT APPROVE IT - A SECOND OPERATOR MUST."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CheckDeciderRole
           PERFORM ShowApproval
           DISPLAY "APPROVE " APQ-ID(APQ-FOUND) " AS SHOWN? (Y/N): "
           ACCEPT WSConfirm
           IF WSConfirm NOT EQUAL TO 'Y' AND WSConfirm NOT EQUAL TO 'y'
               DISPLAY "NOTHING DECIDED."
               STOP RUN
           END-IF
           MOVE "APPROVED" TO APQ-STATE(APQ-FOUND)
           MOVE APQ-OPERATOR TO APQ-DECIDER(APQ-FOUND)
           MOVE APQ-NOW TO APQ-DEC-STAMP(APQ-FOUND)
           PERFORM ComputeApprovalExpiry
           MOVE APQ-EXPIRES-WORK TO APQ-EXPIRES(APQ-FOUND)
           PERFORM RewriteApprovalQueue
           MOVE "APPROVE" TO APJ-EVENT
           MOVE SPACES TO APJ-DETAIL
           STRING "REQUESTED BY " FUNCTION TRIM(APQ-REQUESTER(APQ-FOUND))
               " AT " APQ-REQ-STAMP(APQ-FOUND)
               DELIMITED BY SIZE INTO APJ-DETAIL
           MOVE "APPROVED" TO EVENT-CODE
           PERFORM RecordDecision
           DISPLAY "APPROVED " APQ-ID(APQ-FOUND) ": "
               FUNCTION TRIM(APQ-REQUESTER(APQ-FOUND))
               " MAY CARRY IT OUT WITH --approval " APQ-ID(APQ-FOUND)
               " BEFORE " APQ-EXPIRES(APQ-FOUND).

      *> An approved request not yet carried out can still be
      *> turned down - the approval is withdrawn with it.
       RejectRequest.
           IF APQ-STATE(APQ-FOUND) NOT EQUAL TO "PENDING"
           AND APQ-STATE(APQ-FOUND) NOT EQUAL TO "APPROVED"
               DISPLAY "APPROVAL " APQ-ID(APQ-FOUND) " IS ALREADY "
                   FUNCTION TRIM(APQ-STATE(APQ-FOUND)) "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APQ-REQUESTER(APQ-FOUND) NOT EQUAL TO APQ-OPERATOR
               PERFORM CheckDeciderRole
           END-IF
           MOVE "REJECTED" TO APQ-STATE(APQ-FOUND)
           MOVE APQ-OPERATOR TO APQ-DECIDER(APQ-FOUND)
           MOVE APQ-NOW TO APQ-DEC-STAMP(APQ-FOUND)
           PERFORM RewriteApprovalQueue
           MOVE "REJECT" TO APJ-EVENT
           MOVE SPACES TO APJ-DETAIL
           IF APQ-REQUESTER(APQ-FOUND) EQUAL TO APQ-OPERATOR
               STRING "WITHDRAWN BY THE REQUESTER " FUNCTION TRIM(WSReason)
                   DELIMITED BY SIZE INTO APJ-DETAIL
           ELSE
               MOVE WSReason TO APJ-DETAIL
           END-IF
           MOVE "APPRREJ" TO EVENT-CODE
           PERFORM RecordDecision
           DISPLAY "REJECTED " APQ-ID(APQ-FOUND) ": "
               FUNCTION TRIM(APQ-ACTION(APQ-FOUND)) " FOR "
               FUNCTION TRIM(APQ-REQUESTER(APQ-FOUND))
               " WILL NOT BE CARRIED OUT.".

       RecordDecision.
           MOVE APQ-ID(APQ-FOUND) TO APJ-ID
           MOVE APQ-OPERATOR TO APJ-OPERATOR
           MOVE APQ-ACTION(APQ-FOUND) TO APJ-ACTION
           MOVE APQ-PROGRAM(APQ-FOUND) TO APJ-PROGRAM
           PERFORM JournalApproval
           MOVE "APPROVALMNT" TO EVENT-PROGRAM
           MOVE "I" TO EVENT-SEVERITY
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(APQ-OPERATOR) " "
               FUNCTION TRIM(APJ-EVENT) "D "
               FUNCTION TRIM(APQ-ACTION(APQ-FOUND)) " "
               APQ-ID(APQ-FOUND)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent.

       COPY "approvalQueueIo.cpy".
       COPY "configRead.cpy".
       COPY "eventAppend.cpy".
