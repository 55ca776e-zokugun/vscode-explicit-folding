      * with the per-reason-code reject counts, written by MYPROG so
      * the next morning's report can show today's counts against
      * the prior run and a bad feed shows the morning it starts.
      * subscripts 1-13 are E001/E002/E003/X001/E004/E005/E006/
      * E007/E008/E009/E010/E011/E012 in that order; the remaining
      * slots are spare so the next reason codes do not grow the
      * record again.
      * the codes raised by data control's edit rule cards follow
      * the counts row, one 'R' row per code - the rule deck decides
      * which codes exist, so they cannot have fixed slots. a
      * generation written before rule rows existed has a blank
      * record type and no rule rows
       01  EXCEPTION-STATS-RECORD.
           05  EXS-RUN-DATE            PIC 9(8).
           05  EXS-COUNT-AREA.
               10  EXS-CODE-COUNT      PIC 9(9) occurs 16 times.
           05  EXS-RULE-AREA REDEFINES EXS-COUNT-AREA.
               10  EXS-RULE-CODE       PIC X(4).
               10  EXS-RULE-COUNT      PIC 9(9).
               10  FILLER              PIC X(131).
           05  EXS-RECORD-TYPE         PIC X(1).
               88  EXS-COUNTS-ROW      VALUE ' ' 'C'.
               88  EXS-RULE-ROW        VALUE 'R'.
           05  FILLER                  PIC X(7).
