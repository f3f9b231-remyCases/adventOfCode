      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

      *> Brackets one step with the job output spool (see
      *> spoolFile.cpy). OpenSpoolStep points standard output at a
      *> fresh spool file; CloseSpoolStep gives it back, echoes what
      *> the step printed to the console, and indexes the entry with
      *> the step's return code. A spool file that cannot be created
      *> leaves the step printing to the console as before.
       OpenSpoolStep.
           MOVE 'N' TO SPOOL-ACTIVE
           ACCEPT SPOOL-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT SPOOL-TIME FROM TIME
           MOVE SPOOL-TIME(1:6) TO SPOOL-STAMP(9:6)
           MOVE SPACES TO SPOOL-INDEX-NAME
           STRING FUNCTION TRIM(SPOOL-DIR) "/spool_index"
               DELIMITED BY SIZE INTO SPOOL-INDEX-NAME
           MOVE SPACES TO SPOOL-FILE-NAME
           STRING FUNCTION TRIM(SPOOL-DIR) "/spool_" SPOOL-STAMP "_"
               FUNCTION TRIM(SPOOL-RUNID) "_" FUNCTION TRIM(SPOOL-STEP)
               ".log"
               DELIMITED BY SIZE INTO SPOOL-FILE-NAME
           MOVE LOW-VALUES TO SPOOL-PATH-Z
           MOVE SPOOL-FILE-NAME TO SPOOL-PATH-Z
           INSPECT SPOOL-PATH-Z REPLACING TRAILING SPACES BY LOW-VALUES
           CALL "fflush" USING BY VALUE 0 RETURNING SPOOL-CALL-RC
          *> Write-only, create, truncate (1 + 64 + 512), mode 0644.
           CALL "open" USING BY REFERENCE SPOOL-PATH-Z
               BY VALUE 577 BY VALUE 420
               RETURNING SPOOL-FD
           IF SPOOL-FD < 0
               DISPLAY "SPOOL UNAVAILABLE ("
                   FUNCTION TRIM(SPOOL-FILE-NAME)
                   "): STEP OUTPUT NOT CAPTURED"
               NEXT SENTENCE
           END-IF
           CALL "dup" USING BY VALUE 1 RETURNING SPOOL-SAVED-FD
           CALL "dup2" USING BY VALUE SPOOL-FD BY VALUE 1
               RETURNING SPOOL-CALL-RC
           CALL "close" USING BY VALUE SPOOL-FD RETURNING SPOOL-CALL-RC
           MOVE 'Y' TO SPOOL-ACTIVE.

       CloseSpoolStep.
           MOVE RETURN-CODE TO SPOOL-RC
           IF NOT SPOOL-CAPTURING
               NEXT SENTENCE
           END-IF
           CALL "fflush" USING BY VALUE 0 RETURNING SPOOL-CALL-RC
           CALL "dup2" USING BY VALUE SPOOL-SAVED-FD BY VALUE 1
               RETURNING SPOOL-CALL-RC
           CALL "close" USING BY VALUE SPOOL-SAVED-FD
               RETURNING SPOOL-CALL-RC
           MOVE 'N' TO SPOOL-ACTIVE
           MOVE 0 TO SPOOL-LINES
           MOVE 'N' TO SPOOL-EOF
           OPEN INPUT SpoolStepFile
           IF SPOOL-STEP-STATUS EQUAL TO 0
               PERFORM UNTIL SPOOL-EOF EQUAL TO 'Y'
                   READ SpoolStepFile INTO SPOOL-LINE
                       AT END MOVE 'Y' TO SPOOL-EOF
                       NOT AT END
                           ADD 1 TO SPOOL-LINES
                           DISPLAY FUNCTION TRIM(SPOOL-LINE, TRAILING)
                   END-READ
               END-PERFORM
               CLOSE SpoolStepFile
           END-IF
           MOVE SPOOL-RC TO SPOOL-RC-DISPLAY
           MOVE SPACES TO SPOOL-INDEX-LINE
           STRING SPOOL-RUNID "|" SPOOL-STEP "|" SPOOL-CLASS "|"
               SPOOL-STAMP "|" FUNCTION TRIM(SPOOL-PROGRAM) "|"
               SPOOL-RC-DISPLAY "|" SPOOL-LINES "|"
               FUNCTION TRIM(SPOOL-FILE-NAME)
               DELIMITED BY SIZE INTO SPOOL-INDEX-LINE
           OPEN EXTEND SpoolIndexFile
           IF SPOOL-INDEX-STATUS NOT EQUAL TO 0
               OPEN OUTPUT SpoolIndexFile
           END-IF
           IF SPOOL-INDEX-STATUS EQUAL TO 0
               WRITE SpoolIndexRecord FROM SPOOL-INDEX-LINE
               CLOSE SpoolIndexFile
           END-IF
           MOVE SPOOL-RC TO RETURN-CODE.
