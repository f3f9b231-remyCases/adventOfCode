      *> event log, creating it on first use. COPY into PROCEDURE
      *> DIVISION of any program that declares EventFile and COPYs
      *> eventFile.cpy; the caller fills EVENT-PROGRAM,
      *> EVENT-SEVERITY, EVENT-CODE, and EVENT-MESSAGE first. The record
      *> is chained to the last one in the log (chainLink.cpy). The
      *> fields ahead of the message take at most 39 bytes and those
      *> after it 20, so the message is cut at 52 to keep the run id
      *> and session inside the 111 bytes the chain hash covers.
       AppendOpsEvent.
           ACCEPT EVENT-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT EVENT-STAMP-TIME FROM TIME
           IF EVENT-RUNID EQUAL TO SPACES
               MOVE "000000" TO EVENT-RUNID
           END-IF
           ACCEPT EVENT-SESSION FROM ENVIRONMENT "AOCSESSION"
               ON EXCEPTION
                   MOVE SPACES TO EVENT-SESSION
           END-ACCEPT
           IF EVENT-SESSION EQUAL TO SPACES
               MOVE "000000000000" TO EVENT-SESSION
           END-IF
           MOVE SPACES TO EVENT-LINE
           STRING EVENT-STAMP-DATE EVENT-STAMP-TIME(1:6) "|"
               FUNCTION TRIM(EVENT-PROGRAM) "|" EVENT-SEVERITY "|"
               FUNCTION TRIM(EVENT-CODE) "|"
               FUNCTION TRIM(EVENT-MESSAGE(1:52)) "|" EVENT-RUNID
               "|" EVENT-SESSION
               DELIMITED BY SIZE INTO EVENT-LINE
           SET CHAIN-EVENTS TO TRUE
           PERFORM ReadEventChainTail
           MOVE EVENT-LINE TO CHAIN-TEXT
           PERFORM AttachChainHash
           MOVE CHAIN-RECORD TO EVENT-LINE
           OPEN EXTEND EventFile
           IF EVENT-STATUS NOT EQUAL TO 0
               OPEN OUTPUT EventFile
               WRITE EventRecord FROM EVENT-LINE
               CLOSE EventFile
           END-IF.

      *> The log's last hash, the link the new record chains from.
       ReadEventChainTail.
           MOVE 0 TO CHAIN-PREV
           MOVE 'N' TO CHAIN-EOF
           OPEN INPUT EventFile
           IF EVENT-STATUS NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL CHAIN-EOF EQUAL TO 'Y'
               READ EventFile INTO CHAIN-RECORD
                   AT END MOVE 'Y' TO CHAIN-EOF
                   NOT AT END PERFORM TakeChainLink
               END-READ
           END-PERFORM
           CLOSE EventFile.

       COPY "chainLink.cpy".
