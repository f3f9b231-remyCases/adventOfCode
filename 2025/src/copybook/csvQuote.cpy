               ADD 1 TO CSV-QJ
           END-PERFORM
           MOVE '"' TO CSV-QUOTED(CSV-QJ:1).

      *> The last hash in the results file, the link the next row
      *> chains from (chainLink.cpy); the host's CsvFile is closed.
       ReadCsvChainTail.
           MOVE 0 TO CHAIN-PREV
           MOVE 'N' TO CHAIN-EOF
           OPEN INPUT CsvFile
           IF CSV-STATUS NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL CHAIN-EOF EQUAL TO 'Y'
               READ CsvFile INTO CHAIN-RECORD
                   AT END MOVE 'Y' TO CHAIN-EOF
                   NOT AT END PERFORM TakeChainLink
               END-READ
           END-PERFORM
           CLOSE CsvFile.
