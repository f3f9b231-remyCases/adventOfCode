      *>   --file F --assign N [--who W]   NEW -> ASSIGNED
      *>   --file F --repaired N [--who W] -> REPAIRED
      *>   --file F --rejected N [--who W] -> REJECTED
      *>   --file F --purge [--approval ID]
      *>                                   drop REPAIRED/REJECTED
      *>   --aging [--days N] [--threshold M]
      *> The aging report walks every known quarantine file, lists
      *> NEW/ASSIGNED records older than N days (default 14) by source
      *> file, and fires an alert when the open backlog crosses M
      *> (default 20). A purge removes the closed (REPAIRED or
      *> REJECTED) records for good, so it is four-eyes: the first
      *> run queues it through APPROVALGATE listing what would go, and
      *> a rerun with --approval ID purges once a second SUPERVISOR
      *> has approved exactly that list.
       01 WSQuarFileName PIC X(60).
       01 WSQuarStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
           88 RepairedAction VALUE 'P'.
           88 RejectedAction VALUE 'J'.
           88 AgingAction VALUE 'G'.
           88 PurgeAction VALUE 'U'.
       01 WSTargetNo PIC 9(4) VALUE 0.
       01 WSWho PIC X(20) VALUE SPACES.
       01 WSAgeDays PIC 9(3) VALUE 14.
       01 WSOpenCount PIC 9(4).
       01 WSAgedCount PIC 9(4).
       01 WSTotalOpen PIC 9(4) VALUE 0.
       01 WSAgingIdx PIC 99.
       COPY "alertFile.cpy".
       01 WSClosedCount PIC 9(4).
       01 WSKeptCount PIC 9(4).
       01 WSApprovalId PIC X(6) VALUE SPACES.
       COPY "approvalRequest.cpy".

      *> Every quarantine file this shop writes, for the aging walk.
       01 WSAgingTable.
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_three".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_four".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_five".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_six".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_seven".
           05 FILLER PIC X(40) VALUE "2025/data/quarantine_day_one".
           05 FILLER PIC X(40) VALUE "2025/data/quarantine_day_two".
           05 FILLER PIC X(40) VALUE "2025/data/quarantine_day_three".
           05 FILLER PIC X(40) VALUE "2025/data/quarantine_day_four".
       01 WSAgingLookup REDEFINES WSAgingTable.
           05 WSAgingPath OCCURS 11 TIMES PIC X(40).

       PROCEDURE DIVISION.
       Main.
               WHEN RejectedAction
                   MOVE "REJECTED" TO WSNewStatus
                   PERFORM TransitionRecord
               WHEN PurgeAction
                   PERFORM PurgeClosedRecords
               WHEN OTHER
                   DISPLAY "USAGE: QUARMAINT --file F --list"
                   DISPLAY "       QUARMAINT --file F --assign N | "
                       "--repaired N | --rejected N [--who W]"
                   DISPLAY "       QUARMAINT --file F --purge "
                       "[--approval ID]"
                   DISPLAY "       QUARMAINT --aging [--days N] "
                       "[--threshold M]"
                   MOVE 1 TO RETURN-CODE
                       SET ListAction TO TRUE
                   WHEN "--aging"
                       SET AgingAction TO TRUE
                   WHEN "--purge"
                       SET PurgeAction TO TRUE
                   WHEN "--approval"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:6) TO WSApprovalId
                   WHEN "--assign"
                       SET AssignAction TO TRUE
                       ADD 1 TO WSArgIdx
               FUNCTION TRIM(WSNewStatus) " BY "
               FUNCTION TRIM(WSWho) " ON " WSToday.

      *> Closed records out of the file for good. The approval covers
      *> this file and the records listed: the preview's first line
      *> carries the counts, the rest the first nineteen records to
      *> go, by their line in the file.
       PurgeClosedRecords.
           PERFORM LoadQuarLines
           IF WSOverflow EQUAL TO 'Y'
               DISPLAY "FILE EXCEEDS THE 500-RECORD TABLE: PURGE "
                   "REFUSED SO NO OPEN RECORD IS DROPPED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WSClosedCount
           MOVE 1 TO APPROVAL-PREVIEW-COUNT
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSLineCount
               MOVE WSTblLine(WSIdx) TO WSLine
               PERFORM SplitQuarLine
               IF WSFldStatus EQUAL TO "REPAIRED"
               OR WSFldStatus EQUAL TO "REJECTED"
                   ADD 1 TO WSClosedCount
                   DISPLAY "WOULD PURGE " WSIdx ": "
                       FUNCTION TRIM(WSFldStatus) " ["
                       FUNCTION TRIM(WSFldReason) "] "
                       FUNCTION TRIM(WSFldText)
                   IF APPROVAL-PREVIEW-COUNT < 20
                       ADD 1 TO APPROVAL-PREVIEW-COUNT
                       MOVE SPACES TO
                           APPROVAL-PREVIEW-LINE(APPROVAL-PREVIEW-COUNT)
                       STRING "LINE " WSIdx " "
                           FUNCTION TRIM(WSFldStatus) " ["
                           FUNCTION TRIM(WSFldReason) "] "
                           FUNCTION TRIM(WSFldText)
                           DELIMITED BY SIZE INTO
                           APPROVAL-PREVIEW-LINE(APPROVAL-PREVIEW-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM
           IF WSClosedCount EQUAL TO 0
               DISPLAY "NOTHING TO PURGE: NO REPAIRED OR REJECTED "
                   "RECORD IN " FUNCTION TRIM(WSQuarFileName) "."
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO APPROVAL-PREVIEW-LINE(1)
           STRING "PURGE " WSClosedCount " CLOSED RECORD(S) OF "
               WSLineCount " FROM " FUNCTION TRIM(WSQuarFileName)
               DELIMITED BY SIZE INTO APPROVAL-PREVIEW-LINE(1)
           MOVE WSQuarFileName TO APPROVAL-SUBJECT
           MOVE "QUARANTINE PURGE" TO APPROVAL-ACTION
           MOVE "SUPERVISOR" TO APPROVAL-ROLE
           MOVE "QUARMAINT" TO APPROVAL-PROGRAM
           MOVE WSApprovalId TO APPROVAL-ID
           IF WSApprovalId EQUAL TO SPACES
               MOVE "REQUEST" TO APPROVAL-FUNCTION
           ELSE
               MOVE "EXECUTE" TO APPROVAL-FUNCTION
           END-IF
           CALL 'APPROVALGATE' USING APPROVAL-REQUEST
           MOVE 0 TO RETURN-CODE
           IF NOT APPROVAL-GRANTED
               DISPLAY "NOTHING PURGED."
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           OPEN OUTPUT QuarFile
           IF WSQuarStatus NOT EQUAL TO 0
               DISPLAY "Error " WSQuarStatus ": unable to rewrite "
                   FUNCTION TRIM(WSQuarFileName) "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WSKeptCount
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSLineCount
               MOVE WSTblLine(WSIdx) TO WSLine
               PERFORM SplitQuarLine
               IF WSFldStatus NOT EQUAL TO "REPAIRED"
               AND WSFldStatus NOT EQUAL TO "REJECTED"
                   WRITE QuarRecord FROM WSTblLine(WSIdx)
                   ADD 1 TO WSKeptCount
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE QuarFile
           DISPLAY "PURGED " WSClosedCount " CLOSED RECORD(S) FROM "
               FUNCTION TRIM(WSQuarFileName) ", " WSKeptCount
               " OPEN KEPT, BY " FUNCTION TRIM(WSWho) " ON " WSToday.

      *> The backlog view: every known quarantine file's NEW/ASSIGNED
      *> records older than the age limit, and an alert when the open
      *> total crosses the threshold.
               " DAY(S)) ==="
           MOVE 0 TO WSTotalOpen
           MOVE 1 TO WSAgingIdx
           PERFORM AgeOneFile UNTIL WSAgingIdx > 11
           DISPLAY "=== " WSTotalOpen " OPEN RECORD(S) IN TOTAL ==="
           IF WSTotalOpen > WSThreshold
               DISPLAY "BACKLOG OVER THRESHOLD (" WSThreshold ")"
