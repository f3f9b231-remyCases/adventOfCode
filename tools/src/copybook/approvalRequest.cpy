      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> One four-eyes gated action, passed on CALL 'APPROVALGATE'
      *> USING APPROVAL-REQUEST. The caller names the action, the
      *> role it needs and itself, describes exactly what it is about
      *> to do in SUBJECT (its target and arguments) and in the
      *> PREVIEW lines (what would change, as the operator would see
      *> it), and sets FUNCTION:
      *>   "REQUEST"  no approval held yet: the action is queued in
      *>              tools/data/approval_queue for a different
      *>              operator holding the role to approve, and the
      *>              queue id comes back in ID (APPROVAL-QUEUED);
      *>   "EXECUTE"  ID names an approved request: the gate answers
      *>              APPROVAL-GRANTED only when that request is for
      *>              this action and subject, is still in date, was
      *>              approved by someone other than the operator
      *>              now acting, is being carried out by the
      *>              operator who requested it, and its preview
      *>              still matches the one passed - a preview that
      *>              changed since the approval is refused, and the
      *>              approval is spent once used.
      *> The caller acts only on APPROVAL-GRANTED. No authority file
      *> leaves the shop ungoverned, as AUTHCHECK does: GRANTED at
      *> once, with a note.
       01 APPROVAL-REQUEST.
           05 APPROVAL-FUNCTION PIC X(8).
           05 APPROVAL-ACTION PIC X(20).
           05 APPROVAL-ROLE PIC X(10).
           05 APPROVAL-PROGRAM PIC X(12).
           05 APPROVAL-SUBJECT PIC X(60).
           05 APPROVAL-ID PIC X(6).
           05 APPROVAL-PREVIEW-COUNT PIC 99.
           05 APPROVAL-PREVIEW-LINE PIC X(100) OCCURS 20 TIMES.
           05 APPROVAL-RESULT PIC X.
               88 APPROVAL-GRANTED VALUE 'Y'.
               88 APPROVAL-QUEUED VALUE 'Q'.
               88 APPROVAL-REFUSED VALUE 'N'.
