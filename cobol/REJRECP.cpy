      *>   REJREC-STAMP puts this run's timestamp on RJ-RECORD,
      *>   reading the clock only for the run's first reject. The
      *>   caller has already set the rest of the record and does
      *>   its own WRITE, under its own open and write-failure
      *>   discipline.
       REJREC-STAMP SECTION.
           IF NOT RJ-RUN-STAMPED
               MOVE FUNCTION CURRENT-DATE TO RJ-CLOCK
               MOVE RJ-CLOCK(1:8) TO RJ-RUN-DATE
               MOVE RJ-CLOCK(9:6) TO RJ-RUN-TIME
               MOVE 1 TO RJ-RUN-SW
           END-IF.
       EXIT SECTION.
