      *> LoadValidationRules once, then per line moves the text to
      *> VR-LINE, sets VR-DAY, and PERFORMs ApplyValidationRules:
      *> VR-REJECT comes back Y with the firing rule in VR-FIREDRULE.
      *> Each day's outcome is also kept for the data-quality
      *> scorecard: the host declares
      *>     SELECT QualityFile ASSIGN TO "results/quality.log"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS VR-QUAL-STATUS.
      *> with FD QualityFile / 01 QualityRecord PIC X(80), and once a
      *> day's file is read moves its line count to VR-QUAL-LINES,
      *> its rejected count to VR-QUAL-REJECTED and its built-in shape
      *> code to VR-QUAL-SHAPEID, sets VR-DAY, and PERFORMs
      *> WriteQualityRecords. That appends
      *>     STAMP|YEAR-DD|KIND|ID|COUNT
      *> records: LINES, REJECTED and WARNED totals under ID *, then
      *> one REJECT or WARN record per rule (or shape code) that hit.
       01 VR-STATUS PIC 99.
       01 VR-EOF PIC A.
       01 VR-YEAR PIC 9(4).
               10 VR-PARM1 PIC X(12).
               10 VR-PARM2 PIC X(18).
               10 VR-SEV PIC X.
               10 VR-REJHITS PIC 9(6).
               10 VR-WARNHITS PIC 9(6).
       01 VR-IDX PIC 9(3).
       01 VR-IDTEXT PIC X(8).
       01 VR-YEARTEXT PIC X(4).
       01 VR-VALUE PIC S9(18).
       01 VR-NUMCHECK PIC S9(4).
       01 VR-FAILED PIC A.
       01 VR-LINEWARNED PIC A.
       01 VR-QUAL-STATUS PIC 99.
       01 VR-QUAL-LINES PIC 9(8).
       01 VR-QUAL-REJECTED PIC 9(8).
       01 VR-QUAL-WARNED PIC 9(8) VALUE 0.
       01 VR-QUAL-RULEREJ PIC 9(8).
       01 VR-QUAL-SHAPEID PIC X(8).
       01 VR-QUAL-STAMP PIC X(14).
       01 VR-QUAL-TIME PIC X(8).
       01 VR-QUAL-KIND PIC X(8).
       01 VR-QUAL-ID PIC X(8).
       01 VR-QUAL-COUNT PIC 9(8).
       01 VR-QUAL-LINE PIC X(80).
