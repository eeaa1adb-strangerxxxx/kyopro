       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESDRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   RESDRIFT is the standing regression check on production
      *>   answers: it compares two run dates of the results master
      *>   RESLOAD fills and reports every sequence whose answer
      *>   text changed, appeared, or vanished between them — the
      *>   same GCDOUT.DAT list reducing to a different value this
      *>   Tuesday than last, with no two flat files to stage for
      *>   COMPAREUTIL. RDR-SPEC-FILE carries the comparisons and
      *>   the masks:
      *>       JOB=GCDJOB01 BASE=20261006 DATE=20261013
      *>       MASK=AT
      *>       MASK=40:12
      *>   A comparison record names the base and current run dates
      *>   (DATE= defaults to today, BASE= to seven days before
      *>   DATE=, the same weekday last week); JOB= limits it to one
      *>   job, absent it compares every job. MASK=name covers the
      *>   value of every name= token and MASK=col:len a column
      *>   range, in both texts, before they are compared, so a
      *>   timestamp or elapsed time riding in an answer line is not
      *>   reported as drift. No spec dataset at all means one
      *>   comparison of every job, today against last week.
      *>   The master is read through two FDs: RDR-MAS-FILE walks
      *>   the compared keys in order, RDR-PRB-FILE probes the other
      *>   date for the same job and sequence.
           SELECT RDR-SPEC-FILE ASSIGN TO DYNAMIC RDR-SPEC-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RDR-SPEC-FS.
           SELECT RDR-MAS-FILE ASSIGN TO DYNAMIC RDR-MAS-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDR-MAS-KEY
               FILE STATUS IS RDR-MAS-FS.
           SELECT RDR-PRB-FILE ASSIGN TO DYNAMIC RDR-MAS-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDR-PRB-KEY
               FILE STATUS IS RDR-PRB-FS.
           SELECT RDR-RPT-FILE ASSIGN TO DYNAMIC RDR-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RDR-RPT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD RDR-SPEC-FILE.
               01 RDR-SPEC-REC PIC X(80).
      *>   Both record layouts mirror RESLOAD's master.
           FD RDR-MAS-FILE.
               01 RDR-MAS-REC.
                   03 RDR-MAS-KEY.
                       05 RDR-MAS-JOB PIC X(8).
                       05 RDR-MAS-DATE PIC 9(8).
                       05 RDR-MAS-SEQ PIC 9(9).
                   03 RDR-MAS-TEXT PIC X(200).
           FD RDR-PRB-FILE.
               01 RDR-PRB-REC.
                   03 RDR-PRB-KEY.
                       05 RDR-PRB-JOB PIC X(8).
                       05 RDR-PRB-DATE PIC 9(8).
                       05 RDR-PRB-SEQ PIC 9(9).
                   03 RDR-PRB-TEXT PIC X(200).
           FD RDR-RPT-FILE.
               01 RDR-RPT-REC PIC X(280).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 RDR-WK.
               03 RDR-SPEC-DSN PIC X(100) VALUE "RESDRIFT.DAT".
               03 RDR-SPEC-FS PIC XX.
               03 RDR-MAS-DSN PIC X(100) VALUE "RESULTS.MAS".
               03 RDR-MAS-FS PIC XX.
               03 RDR-PRB-FS PIC XX.
               03 RDR-RPT-DSN PIC X(100) VALUE "RESDRIFT.RPT".
               03 RDR-RPT-FS PIC XX.
               03 RDR-TS PIC X(21).
               03 RDR-TODAY PIC 9(8) VALUE 0.
               03 RDR-I BINARY-LONG SIGNED VALUE 0.
               03 RDR-J BINARY-LONG SIGNED VALUE 0.
               03 RDR-K BINARY-LONG SIGNED VALUE 0.
               03 RDR-PT BINARY-LONG SIGNED VALUE 1.
               03 RDR-SCANNED BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-TOT-SAME BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-TOT-CHANGED BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-TOT-NEW BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-TOT-DROPPED BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-VAL-Z PIC Z(9)9.
               03 RDR-RPT-LINE PIC X(280).
               03 RDR-RPT-ERR-SW PIC 9 VALUE 0.
               03 RDR-SCAN-SW PIC 9 VALUE 0.
                   88 RDR-SCAN-DONE VALUE 1.
               03 RDR-TOK-TAB.
                   05 RDR-TOK OCCURS 4 TIMES PIC X(30).
               03 RDR-MASK-T PIC X(30).
               03 RDR-MASK-COL-T PIC X(10).
               03 RDR-MASK-LEN-T PIC X(10).
      *>   The job currently being counted: the master is in job
      *>   order, so a job's counts are complete when the walk moves
      *>   on to the next job and print as one line there.
           01 RDR-JOB-WK.
               03 RDR-CUR-JOB PIC X(8) VALUE SPACES.
               03 RDR-JOB-SHOW PIC X(8).
               03 RDR-JOB-SAME BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-JOB-CHANGED BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-JOB-NEW BINARY-LONG UNSIGNED VALUE 0.
               03 RDR-JOB-DROPPED BINARY-LONG UNSIGNED VALUE 0.
      *>   Up to RDR-SPEC-MAX comparisons per run; each is one walk
      *>   of the master from its job (or the top) onward.
           01 RDR-SPEC-WK.
               03 RDR-SPEC-MAX BINARY-LONG SIGNED VALUE 20.
               03 RDR-SPEC-CNT BINARY-LONG SIGNED VALUE 0.
               03 RDR-SPEC-TAB.
                   05 RDR-SPEC-I OCCURS 20 TIMES.
                       07 RDR-S-JOB PIC X(8).
                       07 RDR-S-BASE PIC 9(8).
                       07 RDR-S-DATE PIC 9(8).
      *>   Masks apply to every comparison. A name mask (RDR-M-COL
      *>   zero) covers the value after every name= token; a column
      *>   mask covers RDR-M-LEN bytes from RDR-M-COL.
           01 RDR-MASK-WK.
               03 RDR-MASK-MAX BINARY-LONG SIGNED VALUE 20.
               03 RDR-MASK-CNT BINARY-LONG SIGNED VALUE 0.
               03 RDR-MASK-TAB.
                   05 RDR-MASK-I OCCURS 20 TIMES.
                       07 RDR-M-NAME PIC X(30).
                       07 RDR-M-NAME-LEN BINARY-LONG SIGNED.
                       07 RDR-M-COL BINARY-LONG SIGNED.
                       07 RDR-M-LEN BINARY-LONG SIGNED.
           01 RDR-CMP-WK.
               03 RDR-WAS-TEXT PIC X(200).
               03 RDR-NOW-TEXT PIC X(200).
               03 RDR-MSK-TEXT PIC X(200).
               03 RDR-MSK-SW PIC 9 VALUE 0.
       PROCEDURE DIVISION.
      *>   RDR-RUN is this program's entry point: load the
      *>   comparisons and masks, walk the master once per
      *>   comparison, print every drifted sequence with per-job
      *>   counts and close with a summary line. RC 0 means no
      *>   drift, 4 means at least one answer changed, appeared, or
      *>   vanished, 8 means a dataset would not open or a write
      *>   failed. Ends in GOBACK like the other reporting
      *>   utilities.
       RDR-RUN SECTION.
           PERFORM RDR-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO RDR-SCANNED.
           MOVE 0 TO RDR-TOT-SAME.
           MOVE 0 TO RDR-TOT-CHANGED.
           MOVE 0 TO RDR-TOT-NEW.
           MOVE 0 TO RDR-TOT-DROPPED.
           MOVE 0 TO RDR-SPEC-CNT.
           MOVE 0 TO RDR-MASK-CNT.
           MOVE 0 TO RDR-RPT-ERR-SW.
           MOVE FUNCTION CURRENT-DATE TO RDR-TS.
           MOVE RDR-TS(1:8) TO RDR-TODAY.
           PERFORM RDR-SPEC-LOAD.
           IF RETURN-CODE NOT = 0
               PERFORM RDR-AUDIT-STAMP
               GOBACK
           END-IF.
           OPEN INPUT RDR-MAS-FILE.
           OPEN INPUT RDR-PRB-FILE.
           OPEN OUTPUT RDR-RPT-FILE.
           IF RDR-MAS-FS NOT = "00" OR RDR-PRB-FS NOT = "00"
                   OR RDR-RPT-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESDRIFT: COULD NOT OPEN, MASTER-FS="
                   RDR-MAS-FS " REPORT-FS=" RDR-RPT-FS
           ELSE
               MOVE "RESDRIFT" TO RP-REPORT-ID
               MOVE "RESULTS ANSWER DRIFT" TO RP-TITLE
               MOVE SPACES TO RP-SUBTITLE
               STRING "MASTER=" DELIMITED BY SIZE
                   FUNCTION TRIM(RDR-MAS-DSN) DELIMITED BY SIZE
                   " SPEC=" DELIMITED BY SIZE
                   FUNCTION TRIM(RDR-SPEC-DSN) DELIMITED BY SIZE
                   INTO RP-SUBTITLE
               END-STRING
               MOVE SPACES TO RP-COLHDR-1
               STRING "COMPARE JOB=<job id> BASE=<base date> "
                   "DATE=<current date>"
                   DELIMITED BY SIZE
                   INTO RP-COLHDR-1
               END-STRING
               MOVE SPACES TO RP-COLHDR-2
               STRING "NEW|DROPPED|CHANGED JOB=<job id> SEQ=<seq> "
                   "BASE=<base date> DATE=<current date> "
                   "[WAS=<base answer> NOW=<current answer>]"
                   DELIMITED BY SIZE
                   INTO RP-COLHDR-2
               END-STRING
               PERFORM RPTPAGE-OPEN
               PERFORM VARYING RDR-I FROM 1 BY 1
                       UNTIL RDR-I > RDR-SPEC-CNT
                   PERFORM RDR-SPEC-COMPARE
               END-PERFORM
               PERFORM RDR-SUMMARY-WRITE
               PERFORM RPTPAGE-CLOSE
               PERFORM RDR-RPT-WRITE-CHECK
           END-IF.
           CLOSE RDR-MAS-FILE.
           CLOSE RDR-PRB-FILE.
           CLOSE RDR-RPT-FILE.
           IF RDR-RPT-ERR-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0
                   AND RDR-TOT-CHANGED + RDR-TOT-NEW
                       + RDR-TOT-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RDR-AUDIT-STAMP.
           GOBACK.
       RDR-AUDIT-STAMP SECTION.
           MOVE "RDRJOB01" TO JA-JOB-ID.
           MOVE RDR-MAS-DSN TO JA-INPUT-DSN.
           MOVE RDR-SCANNED TO JA-RECORD-COUNT.
           MOVE RDR-SCANNED TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
       EXIT SECTION.
      *>   RDR-SPEC-LOAD reads the comparisons and masks. An absent
      *>   spec dataset is the standing nightly check — every job,
      *>   today against the same weekday last week; one that exists
      *>   but will not open, holds masks and no comparison stays
      *>   the default, and one that overflows a table refuses the
      *>   run.
       RDR-SPEC-LOAD SECTION.
           OPEN INPUT RDR-SPEC-FILE.
           IF RDR-SPEC-FS = "35"
               PERFORM RDR-SPEC-DEFAULT
               EXIT SECTION
           END-IF.
           IF RDR-SPEC-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESDRIFT: COULD NOT OPEN SPEC DSN="
                   FUNCTION TRIM(RDR-SPEC-DSN)
                   " FS=" RDR-SPEC-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL RDR-SPEC-FS NOT = "00"
                   OR RETURN-CODE NOT = 0
               READ RDR-SPEC-FILE
                   AT END
                       MOVE "10" TO RDR-SPEC-FS
                   NOT AT END
                       PERFORM RDR-SPEC-RECORD-LOAD
               END-READ
           END-PERFORM.
           CLOSE RDR-SPEC-FILE.
           IF RETURN-CODE = 0 AND RDR-SPEC-CNT = 0
               PERFORM RDR-SPEC-DEFAULT
           END-IF.
       EXIT SECTION.
       RDR-SPEC-DEFAULT SECTION.
           MOVE 1 TO RDR-SPEC-CNT.
           MOVE SPACES TO RDR-S-JOB(1).
           MOVE RDR-TODAY TO RDR-S-DATE(1).
           COMPUTE RDR-S-BASE(1) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RDR-TODAY) - 7).
       EXIT SECTION.
       RDR-SPEC-RECORD-LOAD SECTION.
           IF RDR-SPEC-REC = SPACES
               EXIT SECTION
           END-IF.
           IF RDR-SPEC-REC(1:5) = "MASK="
               PERFORM RDR-MASK-LOAD
               EXIT SECTION
           END-IF.
           IF RDR-SPEC-CNT >= RDR-SPEC-MAX
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESDRIFT: TOO MANY COMPARISONS"
               EXIT SECTION
           END-IF.
           ADD 1 TO RDR-SPEC-CNT.
           MOVE SPACES TO RDR-S-JOB(RDR-SPEC-CNT).
           MOVE RDR-TODAY TO RDR-S-DATE(RDR-SPEC-CNT).
           MOVE 0 TO RDR-S-BASE(RDR-SPEC-CNT).
           PERFORM VARYING RDR-J FROM 1 BY 1 UNTIL RDR-J > 4
               MOVE SPACES TO RDR-TOK(RDR-J)
           END-PERFORM.
           UNSTRING RDR-SPEC-REC DELIMITED BY ALL SPACE
               INTO RDR-TOK(1) RDR-TOK(2) RDR-TOK(3) RDR-TOK(4)
           END-UNSTRING.
           PERFORM VARYING RDR-J FROM 1 BY 1 UNTIL RDR-J > 4
               EVALUATE TRUE
                   WHEN RDR-TOK(RDR-J)(1:4) = "JOB="
                       MOVE RDR-TOK(RDR-J)(5:8)
                           TO RDR-S-JOB(RDR-SPEC-CNT)
                   WHEN RDR-TOK(RDR-J)(1:5) = "BASE="
                       COMPUTE RDR-S-BASE(RDR-SPEC-CNT) =
                           FUNCTION NUMVAL(RDR-TOK(RDR-J)(6:8))
                   WHEN RDR-TOK(RDR-J)(1:5) = "DATE="
                       COMPUTE RDR-S-DATE(RDR-SPEC-CNT) =
                           FUNCTION NUMVAL(RDR-TOK(RDR-J)(6:8))
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF RDR-S-BASE(RDR-SPEC-CNT) = 0
               COMPUTE RDR-S-BASE(RDR-SPEC-CNT) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   RDR-S-DATE(RDR-SPEC-CNT)) - 7)
           END-IF.
       EXIT SECTION.
      *>   RDR-MASK-LOAD takes one MASK= record: col:len when both
      *>   halves are numeric, otherwise a token name (a trailing
      *>   "=" is optional — MASK=AT and MASK=AT= mean the same).
       RDR-MASK-LOAD SECTION.
           IF RDR-MASK-CNT >= RDR-MASK-MAX
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESDRIFT: TOO MANY MASKS"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO RDR-MASK-T.
           UNSTRING RDR-SPEC-REC(6:75) DELIMITED BY ALL SPACE
               INTO RDR-MASK-T
           END-UNSTRING.
           IF RDR-MASK-T = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO RDR-MASK-CNT.
           MOVE SPACES TO RDR-M-NAME(RDR-MASK-CNT).
           MOVE 0 TO RDR-M-NAME-LEN(RDR-MASK-CNT).
           MOVE 0 TO RDR-M-COL(RDR-MASK-CNT).
           MOVE 0 TO RDR-M-LEN(RDR-MASK-CNT).
           MOVE SPACES TO RDR-MASK-COL-T.
           MOVE SPACES TO RDR-MASK-LEN-T.
           UNSTRING RDR-MASK-T DELIMITED BY ":"
               INTO RDR-MASK-COL-T RDR-MASK-LEN-T
           END-UNSTRING.
           IF RDR-MASK-COL-T NOT = SPACES
                   AND RDR-MASK-LEN-T NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(RDR-MASK-COL-T) = 0
                   AND FUNCTION TEST-NUMVAL(RDR-MASK-LEN-T) = 0
               COMPUTE RDR-M-COL(RDR-MASK-CNT) =
                   FUNCTION NUMVAL(RDR-MASK-COL-T)
               COMPUTE RDR-M-LEN(RDR-MASK-CNT) =
                   FUNCTION NUMVAL(RDR-MASK-LEN-T)
               IF RDR-M-COL(RDR-MASK-CNT) < 1
                       OR RDR-M-COL(RDR-MASK-CNT) > 200
                       OR RDR-M-LEN(RDR-MASK-CNT) < 1
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RESDRIFT: BAD COLUMN MASK "
                       FUNCTION TRIM(RDR-MASK-T)
                   EXIT SECTION
               END-IF
               IF RDR-M-COL(RDR-MASK-CNT) + RDR-M-LEN(RDR-MASK-CNT)
                       > 201
                   COMPUTE RDR-M-LEN(RDR-MASK-CNT) =
                       201 - RDR-M-COL(RDR-MASK-CNT)
               END-IF
           ELSE
               MOVE 0 TO RDR-K
               INSPECT RDR-MASK-T TALLYING RDR-K
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE 0 TO RDR-J
               INSPECT RDR-MASK-T TALLYING RDR-J
                   FOR CHARACTERS BEFORE INITIAL "="
               IF RDR-J < RDR-K
                   MOVE RDR-J TO RDR-K
               END-IF
               IF RDR-K < 1 OR RDR-K > 29
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RESDRIFT: BAD NAME MASK "
                       FUNCTION TRIM(RDR-MASK-T)
                   EXIT SECTION
               END-IF
               STRING RDR-MASK-T(1:RDR-K) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   INTO RDR-M-NAME(RDR-MASK-CNT)
               END-STRING
               COMPUTE RDR-M-NAME-LEN(RDR-MASK-CNT) = RDR-K + 1
           END-IF.
       EXIT SECTION.
      *>   RDR-SPEC-COMPARE walks one comparison. Each master record
      *>   on the current date is probed for its base-date twin
      *>   (absent: NEW; present with different masked text:
      *>   CHANGED), and each on the base date is probed for its
      *>   current-date twin (absent: DROPPED) — so one ordered walk
      *>   sees every key either date holds.
       RDR-SPEC-COMPARE SECTION.
           MOVE SPACES TO RDR-CUR-JOB.
           MOVE 0 TO RDR-SCAN-SW.
           MOVE SPACES TO RDR-RPT-LINE.
           MOVE 1 TO RDR-PT.
           IF RDR-S-JOB(RDR-I) = SPACES
               MOVE "*" TO RDR-JOB-SHOW
           ELSE
               MOVE RDR-S-JOB(RDR-I) TO RDR-JOB-SHOW
           END-IF.
           STRING "COMPARE JOB=" DELIMITED BY SIZE
               RDR-JOB-SHOW DELIMITED BY SPACE
               " BASE=" DELIMITED BY SIZE
               RDR-S-BASE(RDR-I) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               RDR-S-DATE(RDR-I) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           PERFORM RDR-LINE-WRITE.
           MOVE LOW-VALUES TO RDR-MAS-KEY.
           IF RDR-S-JOB(RDR-I) NOT = SPACES
               MOVE RDR-S-JOB(RDR-I) TO RDR-MAS-JOB
               MOVE 0 TO RDR-MAS-DATE
               MOVE 0 TO RDR-MAS-SEQ
           END-IF.
           START RDR-MAS-FILE KEY IS NOT LESS THAN RDR-MAS-KEY
               INVALID KEY
                   MOVE 1 TO RDR-SCAN-SW
           END-START.
           PERFORM UNTIL RDR-SCAN-DONE
               READ RDR-MAS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RDR-SCAN-SW
                   NOT AT END
                       IF RDR-S-JOB(RDR-I) NOT = SPACES
                               AND RDR-MAS-JOB NOT = RDR-S-JOB(RDR-I)
                           MOVE 1 TO RDR-SCAN-SW
                       ELSE
                           ADD 1 TO RDR-SCANNED
                           PERFORM RDR-RECORD-JUDGE
                       END-IF
               END-READ
           END-PERFORM.
           IF RDR-CUR-JOB NOT = SPACES
               PERFORM RDR-JOB-TOTAL-WRITE
           END-IF.
       EXIT SECTION.
       RDR-RECORD-JUDGE SECTION.
           IF RDR-MAS-DATE NOT = RDR-S-DATE(RDR-I)
                   AND RDR-MAS-DATE NOT = RDR-S-BASE(RDR-I)
               EXIT SECTION
           END-IF.
           IF RDR-MAS-JOB NOT = RDR-CUR-JOB
               IF RDR-CUR-JOB NOT = SPACES
                   PERFORM RDR-JOB-TOTAL-WRITE
               END-IF
               MOVE RDR-MAS-JOB TO RDR-CUR-JOB
               MOVE 0 TO RDR-JOB-SAME
               MOVE 0 TO RDR-JOB-CHANGED
               MOVE 0 TO RDR-JOB-NEW
               MOVE 0 TO RDR-JOB-DROPPED
           END-IF.
           MOVE RDR-MAS-JOB TO RDR-PRB-JOB.
           MOVE RDR-MAS-SEQ TO RDR-PRB-SEQ.
           IF RDR-MAS-DATE = RDR-S-DATE(RDR-I)
               MOVE RDR-S-BASE(RDR-I) TO RDR-PRB-DATE
           ELSE
               MOVE RDR-S-DATE(RDR-I) TO RDR-PRB-DATE
           END-IF.
           READ RDR-PRB-FILE
               INVALID KEY
                   MOVE "23" TO RDR-PRB-FS
           END-READ.
      *>   The base date's own records only ever report a DROPPED
      *>   sequence; a twin on the current date is judged when the
      *>   walk reaches that date. (Same-date comparisons judge
      *>   every record as current.)
           IF RDR-MAS-DATE = RDR-S-DATE(RDR-I)
               IF RDR-PRB-FS NOT = "00"
                   ADD 1 TO RDR-JOB-NEW
                   ADD 1 TO RDR-TOT-NEW
                   MOVE SPACES TO RDR-RPT-LINE
                   MOVE 1 TO RDR-PT
                   PERFORM RDR-KEY-STRING
                   STRING " TEXT=" DELIMITED BY SIZE
                       FUNCTION TRIM(RDR-MAS-TEXT) DELIMITED BY SIZE
                       INTO RDR-RPT-LINE
                       WITH POINTER RDR-PT
                   END-STRING
                   MOVE "NEW    " TO RDR-RPT-LINE(1:7)
                   PERFORM RDR-LINE-WRITE
               ELSE
                   MOVE RDR-PRB-TEXT TO RDR-MSK-TEXT
                   PERFORM RDR-TEXT-MASK
                   MOVE RDR-MSK-TEXT TO RDR-WAS-TEXT
                   MOVE RDR-MAS-TEXT TO RDR-MSK-TEXT
                   PERFORM RDR-TEXT-MASK
                   MOVE RDR-MSK-TEXT TO RDR-NOW-TEXT
                   IF RDR-WAS-TEXT = RDR-NOW-TEXT
                       ADD 1 TO RDR-JOB-SAME
                       ADD 1 TO RDR-TOT-SAME
                   ELSE
                       ADD 1 TO RDR-JOB-CHANGED
                       ADD 1 TO RDR-TOT-CHANGED
                       PERFORM RDR-CHANGED-WRITE
                   END-IF
               END-IF
           ELSE
               IF RDR-PRB-FS NOT = "00"
                   ADD 1 TO RDR-JOB-DROPPED
                   ADD 1 TO RDR-TOT-DROPPED
                   MOVE SPACES TO RDR-RPT-LINE
                   MOVE 1 TO RDR-PT
                   PERFORM RDR-KEY-STRING
                   STRING " TEXT=" DELIMITED BY SIZE
                       FUNCTION TRIM(RDR-MAS-TEXT) DELIMITED BY SIZE
                       INTO RDR-RPT-LINE
                       WITH POINTER RDR-PT
                   END-STRING
                   MOVE "DROPPED" TO RDR-RPT-LINE(1:7)
                   PERFORM RDR-LINE-WRITE
               END-IF
           END-IF.
       EXIT SECTION.
      *>   RDR-KEY-STRING starts a finding line with seven bytes
      *>   left for its verb, then the job, the sequence and both
      *>   dates.
       RDR-KEY-STRING SECTION.
           MOVE 8 TO RDR-PT.
           MOVE RDR-MAS-SEQ TO RDR-VAL-Z.
           STRING " JOB=" DELIMITED BY SIZE
               RDR-MAS-JOB DELIMITED BY SPACE
               " SEQ=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               " BASE=" DELIMITED BY SIZE
               RDR-S-BASE(RDR-I) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               RDR-S-DATE(RDR-I) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
       EXIT SECTION.
      *>   A changed answer prints on three lines, the key and then
      *>   the unmasked base and current texts one above the other,
      *>   so the eye finds the difference without a ruler.
       RDR-CHANGED-WRITE SECTION.
           MOVE SPACES TO RDR-RPT-LINE.
           PERFORM RDR-KEY-STRING.
           MOVE "CHANGED" TO RDR-RPT-LINE(1:7).
           PERFORM RDR-LINE-WRITE.
           MOVE SPACES TO RDR-RPT-LINE.
           STRING "    WAS=" DELIMITED BY SIZE
               RDR-PRB-TEXT DELIMITED BY SIZE
               INTO RDR-RPT-LINE
           END-STRING.
           PERFORM RDR-LINE-WRITE.
           MOVE SPACES TO RDR-RPT-LINE.
           STRING "    NOW=" DELIMITED BY SIZE
               RDR-MAS-TEXT DELIMITED BY SIZE
               INTO RDR-RPT-LINE
           END-STRING.
           PERFORM RDR-LINE-WRITE.
       EXIT SECTION.
      *>   RDR-TEXT-MASK applies every mask to RDR-MSK-TEXT in
      *>   place: a column range is blanked, and a name mask
      *>   overwrites with "*" from just after name= up to the next
      *>   space, only where name= starts a token, so MASK=AT leaves
      *>   a FLAT= token alone. Only the comparison sees the masked
      *>   copies; the report prints the texts as stored.
       RDR-TEXT-MASK SECTION.
           PERFORM VARYING RDR-K FROM 1 BY 1
                   UNTIL RDR-K > RDR-MASK-CNT
               IF RDR-M-COL(RDR-K) > 0
                   MOVE SPACES TO RDR-MSK-TEXT(RDR-M-COL(RDR-K):
                       RDR-M-LEN(RDR-K))
               ELSE
                   PERFORM VARYING RDR-J FROM 1 BY 1
                           UNTIL RDR-J + RDR-M-NAME-LEN(RDR-K) > 201
                       IF RDR-MSK-TEXT(RDR-J:RDR-M-NAME-LEN(RDR-K))
                               = RDR-M-NAME(RDR-K)
                                   (1:RDR-M-NAME-LEN(RDR-K))
                           IF RDR-J = 1
                               MOVE 1 TO RDR-MSK-SW
                           ELSE
                               IF RDR-MSK-TEXT(RDR-J - 1:1) = SPACE
                                   MOVE 1 TO RDR-MSK-SW
                               ELSE
                                   MOVE 0 TO RDR-MSK-SW
                               END-IF
                           END-IF
                           IF RDR-MSK-SW = 1
                               ADD RDR-M-NAME-LEN(RDR-K) TO RDR-J
                               PERFORM UNTIL RDR-J > 200
                                   OR RDR-MSK-TEXT(RDR-J:1) = SPACE
                                   MOVE "*" TO RDR-MSK-TEXT(RDR-J:1)
                                   ADD 1 TO RDR-J
                               END-PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       EXIT SECTION.
       RDR-JOB-TOTAL-WRITE SECTION.
           MOVE SPACES TO RDR-RPT-LINE.
           MOVE 1 TO RDR-PT.
           STRING "JOB=" DELIMITED BY SIZE
               RDR-CUR-JOB DELIMITED BY SPACE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-JOB-SAME TO RDR-VAL-Z.
           STRING " SAME=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-JOB-CHANGED TO RDR-VAL-Z.
           STRING " CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-JOB-NEW TO RDR-VAL-Z.
           STRING " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-JOB-DROPPED TO RDR-VAL-Z.
           STRING " DROPPED=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           PERFORM RDR-LINE-WRITE.
       EXIT SECTION.
       RDR-SUMMARY-WRITE SECTION.
           MOVE SPACES TO RDR-RPT-LINE.
           MOVE 1 TO RDR-PT.
           MOVE RDR-SPEC-CNT TO RDR-VAL-Z.
           STRING "SUMMARY COMPARISONS=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-SCANNED TO RDR-VAL-Z.
           STRING " SCANNED=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-TOT-SAME TO RDR-VAL-Z.
           STRING " SAME=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-TOT-CHANGED TO RDR-VAL-Z.
           STRING " CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-TOT-NEW TO RDR-VAL-Z.
           STRING " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           MOVE RDR-TOT-DROPPED TO RDR-VAL-Z.
           STRING " DROPPED=" DELIMITED BY SIZE
               FUNCTION TRIM(RDR-VAL-Z) DELIMITED BY SIZE
               INTO RDR-RPT-LINE
               WITH POINTER RDR-PT
           END-STRING.
           PERFORM RDR-LINE-WRITE.
       EXIT SECTION.
       RDR-LINE-WRITE SECTION.
           PERFORM RPTPAGE-WRITE.
           PERFORM RDR-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   RDR-RPT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log.
       RDR-RPT-WRITE-CHECK SECTION.
           IF RDR-RPT-FS NOT = "00" AND RDR-RPT-ERR-SW = 0
               MOVE 1 TO RDR-RPT-ERR-SW
               DISPLAY "RESDRIFT: WRITE FAILED ON DSN="
                   FUNCTION TRIM(RDR-RPT-DSN)
                   " FS=" RDR-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   RDR-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the spec dataset, the output field
      *>   the report, and the parameter field the master, as for
      *>   RESQUERY.
       RDR-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO RDR-SPEC-DSN
               ELSE
                   MOVE "RESDRIFT.DAT" TO RDR-SPEC-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO RDR-RPT-DSN
               ELSE
                   MOVE "RESDRIFT.RPT" TO RDR-RPT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO RDR-MAS-DSN
               ELSE
                   MOVE "RESULTS.MAS" TO RDR-MAS-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==RDR-RPT-REC==
                   ==RP-PRINT-LINE== BY ==RDR-RPT-LINE==
                   ==RP-PRINT-FS== BY ==RDR-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM RESDRIFT.
