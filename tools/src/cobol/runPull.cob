      *> (their run-id fields), and timing_history.log (sixth field) -
      *> into one bundle file, results/runpull_NNNNNN.log, trail by
      *> trail in the order each trail recorded them. No more grepping
      *> five files by approximate timestamp. The run's COUNT records
      *> are drawn out of its log section again into a RECORD COUNTS
      *> section of their own, the figures RECBALANCE proves.
       01 WSRegisterStatus PIC 99.
       01 WSSourceStatus PIC 99.
       01 WSBundleStatus PIC 99.
       01 WSInQuotes PIC A.
       01 WSLineLen PIC 9(3).
       01 WSFieldStart PIC 9(3).
       01 WSCountTable.
           05 WSCountLines PIC 9(3) VALUE 0.
           05 WSCountLine PIC X(100) OCCURS 100 TIMES.
       01 WSCountIdx PIC 9(3).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPulledDisplay.

       PROCEDURE DIVISION.
           WRITE BundleRecord FROM WSBundleLine

           PERFORM PullRunLog
           PERFORM PullRecordCounts
           PERFORM PullCsvRows
           PERFORM PullEvents
           PERFORM PullAlerts
           END-IF
           IF WSInRun EQUAL TO 'Y'
               PERFORM BundleCurrentLine
               IF WSLine(1:6) EQUAL TO "COUNT " AND WSCountLines < 100
                   ADD 1 TO WSCountLines
                   MOVE WSLine TO WSCountLine(WSCountLines)
               END-IF
           END-IF
           IF WSLine(1:8) EQUAL TO "RUN END "
               MOVE 'N' TO WSInRun
               END-IF
           END-PERFORM.

      *> The COUNT records gathered out of the run's log section:
      *> staged, validated and read counts per feed. Already bundled
      *> with the log, so they are not counted again.
       PullRecordCounts.
           MOVE "RECORD COUNTS" TO WSFld1
           PERFORM WriteSectionHeader
           IF WSCountLines EQUAL TO 0
               MOVE "NONE RECORDED FOR THIS RUN" TO WSBundleLine
               WRITE BundleRecord FROM WSBundleLine
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSCountIdx FROM 1 BY 1
               UNTIL WSCountIdx > WSCountLines
               MOVE SPACES TO WSBundleLine
               MOVE WSCountLine(WSCountIdx) TO WSBundleLine
               WRITE BundleRecord FROM WSBundleLine
           END-PERFORM.

      *> results.csv rows whose sixth (quote-aware) column carries
      *> the run id.
       PullCsvRows.
