           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDayWordLookup REDEFINES WSDayWordTable.
           05 WSDayWord OCCURS 7 TIMES PIC X(10).
       01 WSStdInput PIC X(60).
       01 WSSavedInput PIC X(60).

               DISPLAY WSEnvName UPON ENVIRONMENT-NAME
               DISPLAY WSSavedInput UPON ENVIRONMENT-VALUE
           ELSE
               IF WSDay >= 1 AND WSDay <= 7
                   MOVE SPACES TO WSStdInput
                   STRING WSYear "/data/input_day_"
                       FUNCTION TRIM(WSDayWord(WSDay))
