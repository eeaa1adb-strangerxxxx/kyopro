      *>   REJREC-WK is the one reject record every input-checking
      *>   driver writes to its reject dataset, whatever the driver
      *>   and whatever it rejected, so EXCEPTRPT, the results
      *>   warehouse and any later tool read every reject trail
      *>   the same way and can sort or total them by reason code
      *>   across programs. Fixed columns, blank-separated:
      *>       1- 10  RJ-PROGRAM      the rejecting PROGRAM-ID
      *>      12- 19  RJ-RUN-DATE     run start, YYYYMMDD
      *>      21- 26  RJ-RUN-TIME     run start, HHMMSS
      *>      28- 47  RJ-INPUT-DSN    the dataset the record came off
      *>      49- 57  RJ-RECORD-NO    the record's (or group's, or
      *>                              case's) number in that dataset
      *>      59- 78  RJ-REASON-CODE  short fixed code, the sort key
      *>      80-117  RJ-REASON-TEXT  free-text detail
      *>     119-250  RJ-IMAGE        the rejected record as read
      *>   The run date sits second on the record, the same place a
      *>   JOBAUDIT stamp carries it, so LOGARCHIVE's month and
      *>   retrieval filters work on a reject trail unchanged. The
      *>   caller sets RJ-PROGRAM once and the other fields per
      *>   reject, then PERFORMs REJREC-STAMP before the WRITE.
           01 REJREC-WK.
               03 RJ-RECORD.
                   05 RJ-PROGRAM PIC X(10) VALUE SPACES.
                   05 FILLER PIC X VALUE SPACE.
                   05 RJ-RUN-DATE PIC 9(8) VALUE 0.
                   05 FILLER PIC X VALUE SPACE.
                   05 RJ-RUN-TIME PIC 9(6) VALUE 0.
                   05 FILLER PIC X VALUE SPACE.
                   05 RJ-INPUT-DSN PIC X(20) VALUE SPACES.
                   05 FILLER PIC X VALUE SPACE.
                   05 RJ-RECORD-NO PIC 9(9) VALUE 0.
                   05 FILLER PIC X VALUE SPACE.
                   05 RJ-REASON-CODE PIC X(20) VALUE SPACES.
                   05 FILLER PIC X VALUE SPACE.
                   05 RJ-REASON-TEXT PIC X(38) VALUE SPACES.
                   05 FILLER PIC X VALUE SPACE.
                   05 RJ-IMAGE PIC X(132) VALUE SPACES.
      *>   The run timestamp is taken at the first reject of a run
      *>   and carried on every reject after it, so one run's
      *>   rejects group together; a driver clears RJ-RUN-SW at
      *>   the start of each run (a CALLed step keeps its
      *>   WORKING-STORAGE between calls).
               03 RJ-RUN-SW PIC 9 VALUE 0.
                   88 RJ-RUN-STAMPED VALUE 1.
               03 RJ-CLOCK PIC X(21).
