      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Working storage for the four-eyes approval queue
      *> (tools/data/approval_queue) and its journal
      *> (results/approval_journal.log), shared by APPROVALGATE, which
      *> queues and redeems requests, and APPROVALMAINT, where a
      *> second operator approves or rejects them. The host declares
      *>     SELECT ApprovalQueueFile
      *>         ASSIGN TO "tools/data/approval_queue"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS APQ-STATUS.
      *>     SELECT ApprovalJournalFile
      *>         ASSIGN TO "results/approval_journal.log"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS APJ-STATUS.
      *> with FD ApprovalQueueFile / 01 ApprovalQueueRecord PIC X(250)
      *> and FD ApprovalJournalFile / 01 ApprovalJournalRecord
      *> PIC X(200), COPYs eventFile.cpy and this into WORKING-STORAGE
      *> and approvalQueueIo.cpy into PROCEDURE DIVISION, sets
      *> APQ-HOST to its PROGRAM-ID and PERFORMs LoadApprovalQueue.
      *> The queue holds, after an "N|nextid" header, one
      *>     R|ID|STATE|ACTION|ROLE|PROGRAM|REQUESTER|REQSTAMP|
      *>       EXPIRES|DECIDER|DECSTAMP|SUBJECT
      *> record per open request followed by its "P|ID|text" preview
      *> lines. STATE is PENDING or APPROVED; a request rejected,
      *> expired or executed is journaled and leaves the queue at the
      *> next rewrite. Loading expires every open request past its
      *> EXPIRES stamp (APPROVALHOURS in runtime.cfg, default 24
      *> hours from the request, restarted by the approval). The
      *> journal is one "STAMP|ID|EVENT|OPERATOR|ACTION|PROGRAM|DETAIL"
      *> record per REQUEST, APPROVE, REJECT, EXPIRE, EXECUTE or
      *> REFUSE, the trail ACTIVITYREPORT reads turnaround off.
       01 APQ-STATUS PIC 99.
       01 APJ-STATUS PIC 99.
       01 APQ-HOST PIC X(12).
       01 APQ-EOF PIC A.
       01 APQ-LINE PIC X(250).
       01 APQ-NEXT-ID PIC 9(6) VALUE 0.
       01 APQ-HOURS PIC 9(3) VALUE 24.
       01 APQ-OPERATOR PIC X(20).
       01 APQ-SESSION PIC X(12).
       01 APQ-NOW PIC X(14).
       01 APQ-NOW-DATE PIC X(8).
       01 APQ-NOW-TIME PIC X(8).
       01 APQ-CHANGED PIC A VALUE 'N'.
       01 APQ-OVERFLOW PIC A VALUE 'N'.
       01 APQ-EXPIRED-COUNT PIC 99 VALUE 0.
       01 APQ-COUNT PIC 99 VALUE 0.
       01 APQ-TABLE.
           05 APQ-ENTRY OCCURS 50 TIMES.
               10 APQ-ID PIC X(6).
               10 APQ-STATE PIC X(8).
               10 APQ-ACTION PIC X(20).
               10 APQ-ROLE PIC X(10).
               10 APQ-PROGRAM PIC X(12).
               10 APQ-REQUESTER PIC X(20).
               10 APQ-REQ-STAMP PIC X(14).
               10 APQ-EXPIRES PIC X(14).
               10 APQ-DECIDER PIC X(20).
               10 APQ-DEC-STAMP PIC X(14).
               10 APQ-SUBJECT PIC X(60).
               10 APQ-PREVIEW-COUNT PIC 99.
               10 APQ-PREVIEW-LINE PIC X(100) OCCURS 20 TIMES.
       01 APQ-IDX PIC 99.
       01 APQ-JDX PIC 99.
       01 APQ-FOUND PIC 99.
       01 APQ-WANTED-ID PIC X(6).
       01 APQ-KIND PIC X(2).
       01 APQ-ID-TEXT PIC X(8).
       01 APQ-F3 PIC X(20).
       01 APQ-F4 PIC X(20).
       01 APQ-F5 PIC X(20).
       01 APQ-F6 PIC X(20).
       01 APQ-F7 PIC X(20).
       01 APQ-F8 PIC X(20).
       01 APQ-F9 PIC X(20).
       01 APQ-F10 PIC X(20).
       01 APQ-F11 PIC X(20).
       01 APQ-F12 PIC X(60).
      *> Expiry arithmetic: the stamp APQ-HOURS on from APQ-NOW.
       01 APQ-MINUTES PIC 9(7).
       01 APQ-DAYS-ADD PIC 9(5).
       01 APQ-MIN-REM PIC 9(4).
       01 APQ-EXP-DATE PIC 9(8).
       01 APQ-EXP-HH PIC 99.
       01 APQ-EXP-MM PIC 99.
       01 APQ-EXPIRES-WORK PIC X(14).
      *> One journal record: the caller fills these, the stamp comes
      *> from APQ-NOW.
       01 APJ-ID PIC X(6).
       01 APJ-EVENT PIC X(8).
       01 APJ-OPERATOR PIC X(20).
       01 APJ-ACTION PIC X(20).
       01 APJ-PROGRAM PIC X(12).
       01 APJ-DETAIL PIC X(80).
       01 APJ-LINE PIC X(200).
