           END-PERFORM

          *> Five columns is the classic row; six carries the run id
          *> the drivers now stamp, seven the day program's version
          *> identifier as well, eight the audit hash chain. All four
          *> parse clean.
           IF (WSFieldCount EQUAL TO 5 OR WSFieldCount EQUAL TO 6
               OR WSFieldCount EQUAL TO 7 OR WSFieldCount EQUAL TO 8)
           AND WSInQuotes EQUAL TO 'N'
               ADD 1 TO WSGoodRows
           ELSE
           END-IF.

      *> Moves the checked rows into the month's dated file and
      *> restarts results.csv with only its header row. The header
      *> travels with the rows: each rotation restarts the hash chain,
      *> and the header in the dated file marks where it did.
       RotateCsv.
           ACCEPT WSCurrentMonth FROM DATE YYYYMMDD
           MOVE SPACES TO WSRotateFileName
                   NOT AT END
                       IF WSLine(1:4) NOT EQUAL TO "DAY,"
                           ADD 1 TO WSRotatedRows
                       END-IF
                       WRITE RotateRecord FROM WSLine
               END-READ
           END-PERFORM
           CLOSE CsvFile
           CLOSE RotateFile

           OPEN OUTPUT CsvFile
           WRITE CsvRecord FROM
               "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
           CLOSE CsvFile
           MOVE WSRotatedRows TO WSRotatedDisplay
           DISPLAY "ROTATED " FUNCTION TRIM(WSRotatedDisplay, LEADING)
