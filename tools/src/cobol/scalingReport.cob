           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDayWordLookup REDEFINES WSDayWordTable.
           05 WSDayWord OCCURS 7 TIMES PIC X(10).

      *> Current record counts off the catalog, one per input path.
       01 WSCatTable.
      *> growth snapshot at or before it, else the catalog's current
      *> figure.
       ResolveRecordCount.
           IF WSDayNum >= 1 AND WSDayNum <= 7
               MOVE SPACES TO WSInputPath
               STRING WSYearText "/data/input_day_"
                   FUNCTION TRIM(WSDayWord(WSDayNum))
