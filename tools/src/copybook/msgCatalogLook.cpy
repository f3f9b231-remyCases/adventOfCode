      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Loads and looks up the operator message catalog; see
      *> msgCatalog.cpy for the record and the calling convention.
       LoadMessageCatalog.
           MOVE 0 TO MSGC-COUNT
           MOVE 'N' TO MSGC-LOADED
           MOVE 'N' TO MSGC-EOF
           OPEN INPUT MsgCatalogFile
           IF MSGC-STATUS NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO MSGC-LOADED
           PERFORM UNTIL MSGC-EOF EQUAL TO 'Y'
               READ MsgCatalogFile INTO MSGC-LINE
                   AT END MOVE 'Y' TO MSGC-EOF
                   NOT AT END PERFORM StoreOneCatalogMessage
               END-READ
           END-PERFORM
           CLOSE MsgCatalogFile.

       StoreOneCatalogMessage.
           IF FUNCTION TRIM(MSGC-LINE) EQUAL TO SPACES
           OR MSGC-LINE(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           IF MSGC-COUNT >= 200
               DISPLAY "MESSAGE CATALOG LINE IGNORED (TABLE FULL AT "
                   "200): " FUNCTION TRIM(MSGC-LINE)
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO MSGC-PROGRAM-TEXT
           MOVE SPACES TO MSGC-CODE-TEXT
           MOVE SPACES TO MSGC-SEV-TEXT
           MOVE SPACES TO MSGC-MEANING-TEXT
           MOVE SPACES TO MSGC-CAUSE-TEXT
           MOVE SPACES TO MSGC-ACTION-TEXT
           UNSTRING MSGC-LINE DELIMITED BY '|'
               INTO MSGC-PROGRAM-TEXT MSGC-CODE-TEXT MSGC-SEV-TEXT
                    MSGC-MEANING-TEXT MSGC-CAUSE-TEXT MSGC-ACTION-TEXT
           IF MSGC-PROGRAM-TEXT EQUAL TO SPACES
           OR MSGC-CODE-TEXT EQUAL TO SPACES
               DISPLAY "MESSAGE CATALOG LINE IGNORED (NO PROGRAM OR "
                   "CODE): " FUNCTION TRIM(MSGC-LINE)
               NEXT SENTENCE
           END-IF
           MOVE FUNCTION UPPER-CASE(MSGC-PROGRAM-TEXT)
               TO MSGC-PROGRAM-TEXT
           MOVE FUNCTION UPPER-CASE(MSGC-CODE-TEXT) TO MSGC-CODE-WORK
           PERFORM NormalizeMessageCode
           ADD 1 TO MSGC-COUNT
           MOVE FUNCTION TRIM(MSGC-PROGRAM-TEXT)
               TO MSGC-E-PROGRAM(MSGC-COUNT)
           MOVE MSGC-CODE-WORK TO MSGC-E-CODE(MSGC-COUNT)
           MOVE FUNCTION UPPER-CASE(MSGC-SEV-TEXT)
               TO MSGC-E-SEVERITY(MSGC-COUNT)
           MOVE MSGC-MEANING-TEXT TO MSGC-E-MEANING(MSGC-COUNT)
           MOVE MSGC-CAUSE-TEXT TO MSGC-E-CAUSE(MSGC-COUNT)
           MOVE MSGC-ACTION-TEXT TO MSGC-E-ACTION(MSGC-COUNT).

      *> A code of digits only is an alert (or return) code, held as
      *> four digits; anything else is left as written.
       NormalizeMessageCode.
           MOVE FUNCTION TRIM(MSGC-CODE-WORK) TO MSGC-CODE-WORK
           MOVE 0 TO MSGC-CODE-LEN
           IF MSGC-CODE-WORK NOT EQUAL TO SPACES
               COMPUTE MSGC-CODE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(MSGC-CODE-WORK, TRAILING))
           END-IF
           IF MSGC-CODE-LEN > 0 AND MSGC-CODE-LEN <= 4
               IF MSGC-CODE-WORK(1:MSGC-CODE-LEN) IS NUMERIC
                   COMPUTE MSGC-CODE-NUM =
                       FUNCTION NUMVAL(MSGC-CODE-WORK(1:MSGC-CODE-LEN))
                   MOVE SPACES TO MSGC-CODE-WORK
                   MOVE MSGC-CODE-NUM TO MSGC-CODE-WORK(1:4)
               END-IF
           END-IF.

      *> MSGC-KEY-PROGRAM + MSGC-KEY-CODE to the catalog entry in
      *> MSGC-HIT: the program's own entry first, else the ALL entry
      *> for the code, else zero.
       LookupMessage.
           MOVE 0 TO MSGC-HIT
           MOVE 0 TO MSGC-WILD-HIT
           MOVE FUNCTION UPPER-CASE(MSGC-KEY-CODE) TO MSGC-CODE-WORK
           PERFORM NormalizeMessageCode
           MOVE 1 TO MSGC-IDX
           PERFORM UNTIL MSGC-IDX > MSGC-COUNT
               IF MSGC-E-CODE(MSGC-IDX) EQUAL TO MSGC-CODE-WORK
                   IF MSGC-E-PROGRAM(MSGC-IDX) EQUAL TO
                       FUNCTION TRIM(MSGC-KEY-PROGRAM)
                       MOVE MSGC-IDX TO MSGC-HIT
                       MOVE MSGC-COUNT TO MSGC-IDX
                   ELSE
                       IF MSGC-E-PROGRAM(MSGC-IDX) EQUAL TO "ALL"
                       AND MSGC-WILD-HIT EQUAL TO 0
                           MOVE MSGC-IDX TO MSGC-WILD-HIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO MSGC-IDX
           END-PERFORM
           IF MSGC-HIT EQUAL TO 0
               MOVE MSGC-WILD-HIT TO MSGC-HIT
           END-IF.

      *> The response text under a listed alert or event: what it
      *> means and what the operator does now. Silent without the
      *> catalog file; an uncataloged code says so, which is what
      *> MSGCATREPORT exists to drive to zero.
       ShowOperatorResponse.
           IF NOT MSGC-AVAILABLE
               NEXT SENTENCE
           END-IF
           PERFORM LookupMessage
           IF MSGC-HIT EQUAL TO 0
               DISPLAY "      (NO CATALOG ENTRY FOR "
                   FUNCTION TRIM(MSGC-KEY-PROGRAM) " "
                   FUNCTION TRIM(MSGC-KEY-CODE) ")"
           ELSE
               DISPLAY "      MEANING: "
                   FUNCTION TRIM(MSGC-E-MEANING(MSGC-HIT))
               DISPLAY "      ACTION:  "
                   FUNCTION TRIM(MSGC-E-ACTION(MSGC-HIT))
           END-IF.

      *> The same, with the catalog severity and probable cause, for
      *> the screens an operator works a failure from.
       ShowOperatorResponseFull.
           IF NOT MSGC-AVAILABLE
               NEXT SENTENCE
           END-IF
           PERFORM LookupMessage
           IF MSGC-HIT EQUAL TO 0
               DISPLAY "      (NO CATALOG ENTRY FOR "
                   FUNCTION TRIM(MSGC-KEY-PROGRAM) " "
                   FUNCTION TRIM(MSGC-KEY-CODE) ")"
           ELSE
               DISPLAY "      MEANING: "
                   FUNCTION TRIM(MSGC-E-MEANING(MSGC-HIT))
                   " (SEVERITY " MSGC-E-SEVERITY(MSGC-HIT) ")"
               DISPLAY "      CAUSE:   "
                   FUNCTION TRIM(MSGC-E-CAUSE(MSGC-HIT))
               DISPLAY "      ACTION:  "
                   FUNCTION TRIM(MSGC-E-ACTION(MSGC-HIT))
           END-IF.
