           MOVE FUNCTION UPPER-CASE(VR-TYPETEXT) TO VR-TYPE(VR-COUNT)
           MOVE VR-PARM1TEXT TO VR-PARM1(VR-COUNT)
           MOVE VR-PARM2TEXT TO VR-PARM2(VR-COUNT)
           MOVE FUNCTION UPPER-CASE(VR-SEVTEXT) TO VR-SEV(VR-COUNT)
           MOVE 0 TO VR-REJHITS(VR-COUNT)
           MOVE 0 TO VR-WARNHITS(VR-COUNT).

      *> Every loaded rule targeting VR-DAY, against the line the host
      *> staged in VR-LINE. The first rejecting rule wins; warn rules
      *> all fire and only count.
       ApplyValidationRules.
           MOVE 'N' TO VR-REJECT
           MOVE 'N' TO VR-LINEWARNED
           MOVE SPACES TO VR-FIREDRULE
           MOVE 1 TO VR-IDX
           PERFORM ApplyOneValidationRule
               UNTIL VR-IDX > VR-COUNT OR VR-REJECT EQUAL TO 'Y'
           IF VR-LINEWARNED EQUAL TO 'Y'
               ADD 1 TO VR-QUAL-WARNED
           END-IF.

       ApplyOneValidationRule.
           IF VR-TDAY(VR-IDX) NOT EQUAL TO VR-DAY
               IF VR-SEV(VR-IDX) EQUAL TO 'R'
                   MOVE 'Y' TO VR-REJECT
                   MOVE VR-ID(VR-IDX) TO VR-FIREDRULE
                   ADD 1 TO VR-REJHITS(VR-IDX)
               ELSE
                   ADD 1 TO VR-WARNCOUNT
                   ADD 1 TO VR-WARNHITS(VR-IDX)
                   MOVE 'Y' TO VR-LINEWARNED
                   DISPLAY "RULE " FUNCTION TRIM(VR-ID(VR-IDX))
                       " WARNS ON: " FUNCTION TRIM(VR-LINE)
               END-IF
                   ADD 1 TO VR-P1SCAN
               END-PERFORM
           END-IF.

      *> One day's quality outcome onto results/quality.log. Lines the
      *> built-in shape checks rejected - everything rejected that no
      *> rule claimed - are booked under the day's shape code. The
      *> day's hit counters start again at zero either way.
       WriteQualityRecords.
           ACCEPT VR-QUAL-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT VR-QUAL-TIME FROM TIME
           MOVE VR-QUAL-TIME(1:6) TO VR-QUAL-STAMP(9:6)
           OPEN EXTEND QualityFile
           IF VR-QUAL-STATUS NOT EQUAL TO 0
               OPEN OUTPUT QualityFile
           END-IF
           IF VR-QUAL-STATUS EQUAL TO 0
               PERFORM WriteQualityDetail
               CLOSE QualityFile
           END-IF
           PERFORM VARYING VR-IDX FROM 1 BY 1 UNTIL VR-IDX > VR-COUNT
               IF VR-TDAY(VR-IDX) EQUAL TO VR-DAY
                   MOVE 0 TO VR-REJHITS(VR-IDX)
                   MOVE 0 TO VR-WARNHITS(VR-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO VR-QUAL-WARNED.

       WriteQualityDetail.
           MOVE "*" TO VR-QUAL-ID
           MOVE "LINES" TO VR-QUAL-KIND
           MOVE VR-QUAL-LINES TO VR-QUAL-COUNT
           PERFORM WriteOneQualityRecord
           MOVE "REJECTED" TO VR-QUAL-KIND
           MOVE VR-QUAL-REJECTED TO VR-QUAL-COUNT
           PERFORM WriteOneQualityRecord
           MOVE "WARNED" TO VR-QUAL-KIND
           MOVE VR-QUAL-WARNED TO VR-QUAL-COUNT
           PERFORM WriteOneQualityRecord
           MOVE 0 TO VR-QUAL-RULEREJ
           PERFORM VARYING VR-IDX FROM 1 BY 1 UNTIL VR-IDX > VR-COUNT
               IF VR-TDAY(VR-IDX) EQUAL TO VR-DAY
                   MOVE VR-ID(VR-IDX) TO VR-QUAL-ID
                   IF VR-REJHITS(VR-IDX) > 0
                       MOVE "REJECT" TO VR-QUAL-KIND
                       MOVE VR-REJHITS(VR-IDX) TO VR-QUAL-COUNT
                       ADD VR-REJHITS(VR-IDX) TO VR-QUAL-RULEREJ
                       PERFORM WriteOneQualityRecord
                   END-IF
                   IF VR-WARNHITS(VR-IDX) > 0
                       MOVE "WARN" TO VR-QUAL-KIND
                       MOVE VR-WARNHITS(VR-IDX) TO VR-QUAL-COUNT
                       PERFORM WriteOneQualityRecord
                   END-IF
               END-IF
           END-PERFORM
           IF VR-QUAL-REJECTED > VR-QUAL-RULEREJ
               MOVE "REJECT" TO VR-QUAL-KIND
               MOVE VR-QUAL-SHAPEID TO VR-QUAL-ID
               COMPUTE VR-QUAL-COUNT = VR-QUAL-REJECTED - VR-QUAL-RULEREJ
               PERFORM WriteOneQualityRecord
           END-IF.

       WriteOneQualityRecord.
           MOVE SPACES TO VR-QUAL-LINE
           STRING VR-QUAL-STAMP "|" VR-YEAR "-" VR-DAY "|"
               FUNCTION TRIM(VR-QUAL-KIND) "|"
               FUNCTION TRIM(VR-QUAL-ID) "|" VR-QUAL-COUNT
               DELIMITED BY SIZE INTO VR-QUAL-LINE
           WRITE QualityRecord FROM VR-QUAL-LINE.
