       01 WSUpperText PIC X(80).
       01 WSWord PIC X(10).
       01 WSWordPtr PIC 9(3).
       01 WSShellWordOne PIC X(20).
       01 WSShellWordTwo PIC X(40).
       01 WSShellWordThree PIC X(40).

       01 WSRepairedCount PIC 9(4) VALUE 0.
       01 WSStillBadCount PIC 9(4) VALUE 0.
           IF WSResubWho EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSResubWho
           END-IF
          *> The feed id leads the count, so the 52 bytes an event
          *> message keeps always hold both; DQSCORE reads them back.
           STRING FUNCTION TRIM(WSResubWho) " " WSYear "-" WSDay
               " RESUBMITTED " WSRepairedCount " LINE(S)"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent

                   PERFORM CheckRangeListShape
               WHEN WSYear EQUAL TO 2022 AND WSDay EQUAL TO 5
                   PERFORM CheckMoveShape
               WHEN WSYear EQUAL TO 2022 AND WSDay EQUAL TO 7
                   PERFORM CheckShellShape
               WHEN WSYear EQUAL TO 2025 AND WSDay EQUAL TO 1
                   PERFORM CheckDialShape
               WHEN WSYear EQUAL TO 2025 AND WSDay EQUAL TO 2
               SET LineInvalid TO TRUE
           END-IF.

       CheckShellShape.
           MOVE SPACES TO WSShellWordOne WSShellWordTwo WSShellWordThree
           UNSTRING WSQuarText DELIMITED BY ALL SPACE
               INTO WSShellWordOne WSShellWordTwo WSShellWordThree
           EVALUATE TRUE
               WHEN WSShellWordOne EQUAL TO "$"
               AND WSShellWordTwo EQUAL TO "cd"
               AND WSShellWordThree NOT EQUAL TO SPACES
                   CONTINUE
               WHEN WSShellWordOne EQUAL TO "$"
               AND WSShellWordTwo EQUAL TO "ls"
               AND WSShellWordThree EQUAL TO SPACES
                   CONTINUE
               WHEN WSShellWordOne EQUAL TO "dir"
               AND WSShellWordTwo NOT EQUAL TO SPACES
                   CONTINUE
               WHEN FUNCTION TRIM(WSShellWordOne) IS NUMERIC
               AND WSShellWordTwo NOT EQUAL TO SPACES
                   CONTINUE
               WHEN OTHER
                   SET LineInvalid TO TRUE
           END-EVALUATE.

       CheckDialShape.
           IF WSQuarText(1:1) IS NUMERIC
               IF WSQuarText(2:1) NOT ALPHABETIC
