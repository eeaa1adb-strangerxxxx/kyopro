      *>   mean, standard deviation, median, any percentiles the
      *>   control member requests ("PCTL p1 p2 ..."), and an
      *>   optional bucketed histogram ("HIST n").
      *>   The value is the whole record unless a "COLUMN c" rule
      *>   names its blank-delimited column — by number, or by name
      *>   for name=value records such as BATCHHIST.DAT
      *>   ("COLUMN ELAPSED" takes the value of the ELAPSED= token
      *>   wherever it sits); a numbered column holding a name=value
      *>   token gives its value too. A "GROUPBY k" rule
      *>   reports per distinct value of key column k instead (the
      *>   value column then defaults to the first column that is
      *>   not the key): the key/value pairs are written to
      *>   STA-GRP-FILE, ordered by key through EXTSORT — so neither
      *>   pre-sorted input nor a key count that fits in memory is
      *>   needed, only one key's values at a time — and read back
      *>   with a control break, one GROUP line per key and a TOTAL
      *>   line after the last.
      *>   A "PAIR x y" rule reports on two columns together
      *>   instead: covariance, Pearson correlation, the
      *>   least-squares line of y on x, and the spread of the
      *>   residuals about it, then lists every record whose
      *>   residual lies more than "OUTLIER k" standard deviations
      *>   (default 3) off the line, so the outliers are named and
      *>   not just averaged away. The input is read three times —
      *>   means, centred sums, residuals — and never held, so a
      *>   pair report has no record ceiling.
           SELECT STA-IN-FILE ASSIGN TO DYNAMIC STA-IN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STA-IN-FS.
           SELECT STA-RPT-FILE ASSIGN TO DYNAMIC STA-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STA-RPT-FS.
           SELECT STA-GRP-FILE ASSIGN TO DYNAMIC STA-GRP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STA-GRP-FS.
           SELECT STA-SCTL-FILE ASSIGN TO DYNAMIC STA-SCTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STA-SCTL-FS.
      *>   STA-REJECT-FILE is the reject trail: every input record
      *>   counted as rejected is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT STA-REJECT-FILE ASSIGN TO DYNAMIC STA-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STA-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD STA-IN-FILE.
               01 STA-IN-REC PIC X(256).
           FD STA-CTRL-FILE.
               01 STA-CTRL-REC PIC X(80).
           FD STA-RPT-FILE.
               01 STA-RPT-REC PIC X(256).
      *>   The grouping work record: key, then the value with a
      *>   separate leading sign so it reads back as written.
           FD STA-GRP-FILE.
               01 STA-GRP-REC.
                   03 STA-GRP-KEY PIC X(40).
                   03 STA-GRP-VAL PIC S9(18) SIGN LEADING SEPARATE.
           FD STA-SCTL-FILE.
               01 STA-SCTL-REC PIC X(60).
           FD STA-REJECT-FILE.
               01 STA-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 STA-WK.
               03 STA-IN-DSN PIC X(100) VALUE "STATIN.DAT".
               03 STA-IN-FS PIC XX.
               03 STA-BATCH-RC PIC S9(4) VALUE 0.
               03 STA-RPT-ERR-SW PIC 9 VALUE 0.
               03 STA-REJECTS BINARY-LONG UNSIGNED VALUE 0.
               03 STA-REJECT-DSN PIC X(100) VALUE "STATREJ.LOG".
               03 STA-REJECT-FS PIC XX.
               03 STA-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 STA-REJECT-OPENED VALUE 1.
               03 STA-REJECT-ERR-SW PIC 9 VALUE 0.
               03 STA-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 STA-I BINARY-LONG SIGNED VALUE 0.
               03 STA-PT BINARY-LONG SIGNED VALUE 1.
               03 STA-VAL-Z PIC -(19)9.
               03 STA-F-Z PIC -(15)9.9(4).
               03 STA-RPT-LINE PIC X(256).
               03 STA-RECS BINARY-LONG UNSIGNED VALUE 0.
               03 STA-CT-TAB.
                   05 STA-CT OCCURS 12 TIMES PIC X(12).
               03 STA-CT-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 STA-HB-TAB.
                   05 STA-HB OCCURS 50 TIMES
                                   BINARY-DOUBLE SIGNED.
      *>   Each column rule is held as a number or a name, the
      *>   other left zero or blank.
               03 STA-VAL-COL BINARY-LONG SIGNED VALUE 0.
               03 STA-VAL-NAME PIC X(12).
               03 STA-GROUP-COL BINARY-LONG SIGNED VALUE 0.
               03 STA-GROUP-NAME PIC X(12).
               03 STA-PX-COL BINARY-LONG SIGNED VALUE 0.
               03 STA-PX-NAME PIC X(12).
               03 STA-PY-COL BINARY-LONG SIGNED VALUE 0.
               03 STA-PY-NAME PIC X(12).
               03 STA-MODE-SW PIC 9 VALUE 0.
                   88 STA-PLAIN-MODE VALUE 0.
                   88 STA-GROUP-MODE VALUE 1.
                   88 STA-PAIR-MODE VALUE 2.
               03 STA-OUT-K FLOAT-LONG VALUE 3.
               03 STA-OUT-K-SW PIC 9 VALUE 0.
      *>   Column pick-up: STA-COL-NO or STA-COL-NAME names the
      *>   blank-delimited column STA-COLUMN-PICK returns in
      *>   STA-COL-T; STA-COL-SPEC-PARSE turns a rule's column
      *>   operand into that pair.
           01 STA-COL-WK.
               03 STA-COL-NO BINARY-LONG SIGNED VALUE 0.
               03 STA-COL-NAME PIC X(12).
               03 STA-COL-NLEN BINARY-LONG SIGNED VALUE 0.
               03 STA-COL-EQ BINARY-LONG SIGNED VALUE 0.
               03 STA-COL-SPEC PIC X(12).
               03 STA-COL-K BINARY-LONG SIGNED VALUE 0.
               03 STA-COL-PT BINARY-LONG SIGNED VALUE 1.
               03 STA-COL-T PIC X(40).
               03 STA-VAL-T PIC X(40).
               03 STA-KEY-T PIC X(40).
      *>   GROUPBY work: the work datasets EXTSORT reads and writes
      *>   and the control member STATUTIL writes for it, the
      *>   caller's BATCH-PARM held across the CALL, and the running
      *>   grand total. The total's deviation is pooled from each
      *>   group's squared deviations plus its mean's offset from
      *>   the grand mean, which the load pass already knows.
           01 STA-GRP-WK.
               03 STA-GRP-DSN PIC X(100).
               03 STA-GRP-FS PIC XX.
               03 STA-WRK-DSN PIC X(100) VALUE "STATGRP.WRK".
               03 STA-SRT-DSN PIC X(100) VALUE "STATGRP.SRT".
               03 STA-SCTL-DSN PIC X(100) VALUE "STATGRP.CTL".
               03 STA-SCTL-FS PIC XX.
               03 STA-PARM-HOLD PIC X(300).
               03 STA-SORT-RC PIC S9(4) VALUE 0.
               03 STA-CUR-KEY PIC X(40).
               03 STA-GROUPS BINARY-LONG UNSIGNED VALUE 0.
               03 STA-TOT-N BINARY-LONG SIGNED VALUE 0.
               03 STA-TOT-SUM BINARY-DOUBLE SIGNED VALUE 0.
               03 STA-TOT-MIN BINARY-DOUBLE SIGNED VALUE 0.
               03 STA-TOT-MAX BINARY-DOUBLE SIGNED VALUE 0.
               03 STA-TOT-MEAN FLOAT-LONG VALUE 0.
               03 STA-TOT-ACC FLOAT-LONG VALUE 0.
      *>   PAIR work: the running sums of the first pass, the
      *>   centred sums of the second, and the fitted line and
      *>   residual spread the third pass tests each record
      *>   against. Everything is floating point, so the columns
      *>   may carry decimals.
           01 STA-PAIR-WK.
               03 STA-PASS-NO PIC 9 VALUE 0.
               03 STA-PR-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 STA-PR-N BINARY-LONG SIGNED VALUE 0.
               03 STA-PR-X FLOAT-LONG VALUE 0.
               03 STA-PR-Y FLOAT-LONG VALUE 0.
               03 STA-PR-SX FLOAT-LONG VALUE 0.
               03 STA-PR-SY FLOAT-LONG VALUE 0.
               03 STA-PR-MX FLOAT-LONG VALUE 0.
               03 STA-PR-MY FLOAT-LONG VALUE 0.
               03 STA-PR-DX FLOAT-LONG VALUE 0.
               03 STA-PR-DY FLOAT-LONG VALUE 0.
               03 STA-PR-SXX FLOAT-LONG VALUE 0.
               03 STA-PR-SYY FLOAT-LONG VALUE 0.
               03 STA-PR-SXY FLOAT-LONG VALUE 0.
               03 STA-PR-COV FLOAT-LONG VALUE 0.
               03 STA-PR-R FLOAT-LONG VALUE 0.
               03 STA-PR-B FLOAT-LONG VALUE 0.
               03 STA-PR-A FLOAT-LONG VALUE 0.
               03 STA-PR-SSE FLOAT-LONG VALUE 0.
               03 STA-PR-RSD FLOAT-LONG VALUE 0.
               03 STA-PR-FIT FLOAT-LONG VALUE 0.
               03 STA-PR-RES FLOAT-LONG VALUE 0.
               03 STA-PR-SIG FLOAT-LONG VALUE 0.
               03 STA-PR-OUTLIERS BINARY-LONG UNSIGNED VALUE 0.
               03 STA-PR-FLAT-SW PIC 9 VALUE 0.
                   88 STA-PR-FLAT VALUE 1.
      *>   One report figure: STA-FIG-LABEL=STA-FIG-F, or
      *>   =UNDEFINED when STA-FIG-UNDEF-SW is on.
               03 STA-FIG-LABEL PIC X(20).
               03 STA-FIG-F FLOAT-LONG VALUE 0.
               03 STA-FIG-UNDEF-SW PIC 9 VALUE 0.
      *>   The calculation fields: the values load and SORT in the
      *>   RANK-AL discipline, so the median and every percentile
      *>   are rank lookups; the mean and deviation run in floating
           MOVE 0 TO STA-BATCH-RC.
           MOVE 0 TO STA-RPT-ERR-SW.
           MOVE 0 TO STA-REJECTS.
           MOVE 0 TO STA-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           MOVE 0 TO STA-N.
           MOVE 0 TO STA-SUM.
           MOVE 0 TO STA-PCTL-CNT.
           MOVE 0 TO STA-HIST-N.
           MOVE 0 TO STA-VAL-COL.
           MOVE SPACES TO STA-VAL-NAME.
           MOVE 0 TO STA-GROUP-COL.
           MOVE SPACES TO STA-GROUP-NAME.
           MOVE 0 TO STA-MODE-SW.
           MOVE 3 TO STA-OUT-K.
           MOVE 0 TO STA-OUT-K-SW.
           MOVE 0 TO STA-RECS.
           PERFORM STA-CTRL-LOAD.
           EVALUATE TRUE
               WHEN STA-BATCH-RC NOT = 0
                   CONTINUE
               WHEN STA-GROUP-MODE
                   PERFORM STA-GROUP-RUN
               WHEN STA-PAIR-MODE
                   PERFORM STA-PAIR-RUN
               WHEN OTHER
                   PERFORM STA-INPUT-LOAD
                   MOVE STA-N TO STA-RECS
                   IF STA-BATCH-RC = 0
                       PERFORM STA-REPORT-WRITE
                   END-IF
           END-EVALUATE.
           IF STA-BATCH-RC = 0 AND STA-REJECTS > 0
               MOVE 4 TO STA-BATCH-RC
           END-IF.
           IF STA-REJECT-OPENED
               CLOSE STA-REJECT-FILE
               MOVE 0 TO STA-REJECT-OPEN-SW
           END-IF.
           MOVE STA-BATCH-RC TO RETURN-CODE.
           MOVE "STAJOB01" TO JA-JOB-ID.
           MOVE STA-IN-DSN TO JA-INPUT-DSN.
           MOVE STA-RECS TO JA-RECORD-COUNT.
           MOVE STA-RECS TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   STA-CTRL-LOAD reads the optional control member: PCTL
      *>   records list percentiles (1-99), HIST names the bucket
      *>   count, COLUMN the value column, GROUPBY the key column,
      *>   PAIR the x and y columns and OUTLIER the pair report's
      *>   residual limit. No control member leaves the plain
      *>   report; a rule this run cannot honour refuses it, as
      *>   does a PAIR alongside any single-column rule.
       STA-CTRL-LOAD SECTION.
           OPEN INPUT STA-CTRL-FILE.
           IF STA-CTRL-FS NOT = "00"
               END-READ
           END-PERFORM.
           CLOSE STA-CTRL-FILE.
           IF STA-BATCH-RC = 0 AND STA-PAIR-MODE
               IF STA-GROUP-COL > 0 OR STA-GROUP-NAME NOT = SPACES
                       OR STA-VAL-COL > 0
                       OR STA-VAL-NAME NOT = SPACES
                       OR STA-PCTL-CNT > 0 OR STA-HIST-N > 0
                   MOVE 8 TO STA-BATCH-RC
                   DISPLAY "STATUTIL: PAIR TAKES NO PCTL, HIST, "
                       "COLUMN OR GROUPBY RULE"
               END-IF
           END-IF.
           IF STA-BATCH-RC = 0 AND STA-OUT-K-SW = 1
                   AND NOT STA-PAIR-MODE
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: OUTLIER RULE WITHOUT PAIR"
           END-IF.
           IF STA-BATCH-RC = 0 AND STA-GROUP-MODE
               IF STA-VAL-COL = 0 AND STA-VAL-NAME = SPACES
                   IF STA-GROUP-COL = 1
                       MOVE 2 TO STA-VAL-COL
                   ELSE
                       MOVE 1 TO STA-VAL-COL
                   END-IF
               END-IF
               IF (STA-VAL-COL > 0 AND STA-VAL-COL = STA-GROUP-COL)
                       OR (STA-VAL-NAME NOT = SPACES
                           AND STA-VAL-NAME = STA-GROUP-NAME)
                   MOVE 8 TO STA-BATCH-RC
                   DISPLAY "STATUTIL: GROUPBY AND COLUMN NAME THE "
                       "SAME COLUMN"
               END-IF
           END-IF.
       EXIT SECTION.
       STA-CTRL-RECORD-PROCESS SECTION.
           IF STA-CTRL-REC = SPACES
                       DISPLAY "STATUTIL: BAD HIST RULE "
                           STA-CTRL-REC(1:40)
                   END-IF
               WHEN (STA-CT(1) = "COLUMN" OR STA-CT(1) = "GROUPBY")
                       AND STA-CT-TALLY = 2
                   MOVE STA-CT(2) TO STA-COL-SPEC
                   PERFORM STA-COL-SPEC-PARSE
                   IF STA-BATCH-RC = 0
                       IF STA-CT(1) = "COLUMN"
                           MOVE STA-COL-NO TO STA-VAL-COL
                           MOVE STA-COL-NAME TO STA-VAL-NAME
                       ELSE
                           MOVE STA-COL-NO TO STA-GROUP-COL
                           MOVE STA-COL-NAME TO STA-GROUP-NAME
                           IF NOT STA-PAIR-MODE
                               MOVE 1 TO STA-MODE-SW
                           END-IF
                       END-IF
                   END-IF
               WHEN STA-CT(1) = "PAIR" AND STA-CT-TALLY = 3
                   MOVE STA-CT(2) TO STA-COL-SPEC
                   PERFORM STA-COL-SPEC-PARSE
                   MOVE STA-COL-NO TO STA-PX-COL
                   MOVE STA-COL-NAME TO STA-PX-NAME
                   MOVE STA-CT(3) TO STA-COL-SPEC
                   PERFORM STA-COL-SPEC-PARSE
                   MOVE STA-COL-NO TO STA-PY-COL
                   MOVE STA-COL-NAME TO STA-PY-NAME
                   MOVE 2 TO STA-MODE-SW
               WHEN STA-CT(1) = "OUTLIER" AND STA-CT-TALLY = 2
                   IF FUNCTION TEST-NUMVAL(STA-CT(2)) NOT = 0
                       MOVE 0 TO STA-OUT-K
                   ELSE
                       COMPUTE STA-OUT-K =
                           FUNCTION NUMVAL(STA-CT(2))
                   END-IF
                   IF STA-OUT-K <= 0
                       MOVE 8 TO STA-BATCH-RC
                       DISPLAY "STATUTIL: BAD OUTLIER RULE "
                           STA-CTRL-REC(1:40)
                   END-IF
                   MOVE 1 TO STA-OUT-K-SW
               WHEN OTHER
                   MOVE 8 TO STA-BATCH-RC
                   DISPLAY "STATUTIL: BAD CONTROL RECORD "
                   " FS=" STA-IN-FS
               EXIT SECTION
           END-IF.
           MOVE 0 TO STA-IN-RECNO.
           PERFORM UNTIL STA-IN-FS NOT = "00"
               READ STA-IN-FILE
                   AT END
           END-IF.
       EXIT SECTION.
       STA-VALUE-LOAD SECTION.
           ADD 1 TO STA-IN-RECNO.
           IF STA-IN-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM STA-VALUE-PICK.
           IF STA-VAL-T = SPACES
                   OR FUNCTION TEST-NUMVAL(STA-VAL-T) NOT = 0
               MOVE "NOT-NUMERIC" TO RJ-REASON-CODE
               MOVE "VALUE MISSING OR NOT NUMERIC"
                   TO RJ-REASON-TEXT
               PERFORM STA-VALUE-REJECT
               EXIT SECTION
           END-IF.
           IF STA-N >= STA-MAXN
               EXIT SECTION
           END-IF.
           ADD 1 TO STA-N.
           COMPUTE STA-V(STA-N) = FUNCTION NUMVAL(STA-VAL-T).
           ADD STA-V(STA-N) TO STA-SUM.
       EXIT SECTION.
      *>   STA-VALUE-REJECT counts the input record in hand as
      *>   rejected and sends it to the reject trail as record
      *>   STA-IN-RECNO, with the reason the caller staged.
       STA-VALUE-REJECT SECTION.
           ADD 1 TO STA-REJECTS.
           PERFORM STA-REJREC-WRITE.
       EXIT SECTION.
      *>   STA-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to STA-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the record already being refused.
       STA-REJREC-WRITE SECTION.
           MOVE "STATUTIL" TO RJ-PROGRAM.
           MOVE STA-IN-DSN TO RJ-INPUT-DSN.
           MOVE STA-IN-RECNO TO RJ-RECORD-NO.
           MOVE STA-IN-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT STA-REJECT-OPENED
               OPEN EXTEND STA-REJECT-FILE
               IF STA-REJECT-FS = "05" OR STA-REJECT-FS = "35"
                   OPEN OUTPUT STA-REJECT-FILE
               END-IF
               MOVE 1 TO STA-REJECT-OPEN-SW
           END-IF.
           WRITE STA-REJECT-REC FROM RJ-RECORD.
           IF STA-REJECT-FS NOT = "00" AND STA-REJECT-ERR-SW = 0
               MOVE 1 TO STA-REJECT-ERR-SW
               DISPLAY "STATUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(STA-REJECT-DSN)
                   " FS=" STA-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   STA-VALUE-PICK sets STA-VAL-T to the record's value: the
      *>   named column, or with no COLUMN rule the whole record.
       STA-VALUE-PICK SECTION.
           IF STA-VAL-COL = 0 AND STA-VAL-NAME = SPACES
               IF STA-IN-REC(41:216) NOT = SPACES
                   MOVE SPACES TO STA-VAL-T
               ELSE
                   MOVE STA-IN-REC(1:40) TO STA-VAL-T
               END-IF
           ELSE
               MOVE STA-VAL-COL TO STA-COL-NO
               MOVE STA-VAL-NAME TO STA-COL-NAME
               PERFORM STA-COLUMN-VALUE-PICK
               MOVE STA-COL-T TO STA-VAL-T
           END-IF.
       EXIT SECTION.
      *>   STA-COL-SPEC-PARSE reads a rule's column operand in
      *>   STA-COL-SPEC: a number 1-64 is a column position, a
      *>   word starting with a letter a field name. Anything else
      *>   refuses the run.
       STA-COL-SPEC-PARSE SECTION.
           MOVE 0 TO STA-COL-NO.
           MOVE SPACES TO STA-COL-NAME.
           IF STA-COL-SPEC(1:1) IS ALPHABETIC
                   AND STA-COL-SPEC(1:1) NOT = SPACE
               MOVE STA-COL-SPEC TO STA-COL-NAME
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(STA-COL-SPEC) = 0
               COMPUTE STA-COL-NO = FUNCTION NUMVAL(STA-COL-SPEC)
           END-IF.
           IF STA-COL-NO < 1 OR STA-COL-NO > 64
               MOVE 0 TO STA-COL-NO
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: BAD COLUMN RULE "
                   STA-CTRL-REC(1:40)
           END-IF.
       EXIT SECTION.
      *>   STA-COLUMN-VALUE-PICK is STA-COLUMN-PICK for a value:
      *>   a name=value token found by position yields its value.
       STA-COLUMN-VALUE-PICK SECTION.
           PERFORM STA-COLUMN-PICK.
           IF STA-COL-NAME = SPACES
               MOVE 0 TO STA-COL-EQ
               INSPECT STA-COL-T TALLYING STA-COL-EQ
                   FOR CHARACTERS BEFORE INITIAL "="
               IF STA-COL-EQ < 39
                   MOVE STA-COL-T(STA-COL-EQ + 2:) TO STA-COL-T
               END-IF
           END-IF.
       EXIT SECTION.
      *>   STA-COLUMN-PICK returns column STA-COL-NO of the input
      *>   record in STA-COL-T — spaces when the record has fewer
      *>   columns. Leading blanks are skipped, so an indented
      *>   record's first column is still column 1. With a field
      *>   name in STA-COL-NAME instead, it returns the value of
      *>   the first NAME= token, or spaces when there is none.
       STA-COLUMN-PICK SECTION.
           MOVE SPACES TO STA-COL-T.
           MOVE 0 TO STA-COL-PT.
           INSPECT STA-IN-REC TALLYING STA-COL-PT
               FOR LEADING SPACES.
           ADD 1 TO STA-COL-PT.
           IF STA-COL-NAME NOT = SPACES
               MOVE 0 TO STA-COL-NLEN
               INSPECT STA-COL-NAME TALLYING STA-COL-NLEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE 0 TO STA-COL-K
               PERFORM UNTIL STA-COL-K = 1 OR STA-COL-PT > 256
                   MOVE SPACES TO STA-COL-T
                   UNSTRING STA-IN-REC DELIMITED BY ALL SPACE
                       INTO STA-COL-T
                       WITH POINTER STA-COL-PT
                   END-UNSTRING
                   IF STA-COL-T(1:STA-COL-NLEN)
                           = STA-COL-NAME(1:STA-COL-NLEN)
                           AND STA-COL-T(STA-COL-NLEN + 1:1) = "="
                       MOVE 1 TO STA-COL-K
                   END-IF
               END-PERFORM
               IF STA-COL-K = 1
                   MOVE STA-COL-T(STA-COL-NLEN + 2:) TO STA-COL-T
               ELSE
                   MOVE SPACES TO STA-COL-T
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM VARYING STA-COL-K FROM 1 BY 1
                   UNTIL STA-COL-K > STA-COL-NO
                   OR STA-COL-PT > 256
               MOVE SPACES TO STA-COL-T
               UNSTRING STA-IN-REC DELIMITED BY ALL SPACE
                   INTO STA-COL-T
                   WITH POINTER STA-COL-PT
               END-UNSTRING
           END-PERFORM.
           IF STA-COL-K <= STA-COL-NO
               MOVE SPACES TO STA-COL-T
           END-IF.
       EXIT SECTION.
      *>   STA-REPORT-WRITE lays the whole report out: the seven
      *>   standing figures, then the requested percentiles by
      *>   nearest rank, then the histogram when one was asked for.
                   " FS=" STA-RPT-FS
               EXIT SECTION
           END-IF.
           PERFORM STA-FIGURES-COMPUTE.
           MOVE STA-N TO STA-VAL-Z.
           PERFORM STA-VALUE-LINE-COUNT.
           MOVE STA-V(1) TO STA-VAL-Z.
               MOVE 8 TO STA-BATCH-RC
           END-IF.
       EXIT SECTION.
      *>   STA-FIGURES-COMPUTE works the mean, deviation, and
      *>   median of the sorted table, leaving the sum of squared
      *>   deviations in STA-ACC for the GROUPBY grand total.
       STA-FIGURES-COMPUTE SECTION.
           COMPUTE STA-MEAN = STA-SUM / STA-N.
           MOVE 0 TO STA-ACC.
      *>   One operation per COMPUTE throughout the floating-point
      *>   work: this runtime under the house dialect mis-evaluates
      *>   floating targets fed nested sub-expressions.
           PERFORM VARYING STA-I FROM 1 BY 1 UNTIL STA-I > STA-N
               COMPUTE STA-D = STA-V(STA-I) - STA-MEAN
               COMPUTE STA-D = STA-D * STA-D
               COMPUTE STA-ACC = STA-ACC + STA-D
           END-PERFORM.
           COMPUTE STA-SDEV = FUNCTION SQRT(STA-ACC / STA-N).
           IF FUNCTION MOD(STA-N, 2) = 1
               COMPUTE STA-RANK = (STA-N + 1) / 2
               COMPUTE STA-MEDIAN = STA-V(STA-RANK)
           ELSE
               COMPUTE STA-RANK = STA-N / 2
               COMPUTE STA-MEDIAN =
                   STA-V(STA-RANK) + STA-V(STA-RANK + 1)
               COMPUTE STA-MEDIAN = STA-MEDIAN / 2
           END-IF.
       EXIT SECTION.
       STA-VALUE-LINE-COUNT SECTION.
           MOVE SPACES TO STA-RPT-LINE.
           STRING "COUNT=" DELIMITED BY SIZE
      *>   Nearest-rank percentile: the smallest value whose rank
      *>   covers p percent of the list.
       STA-PCTL-LINE-WRITE SECTION.
           PERFORM STA-PCTL-RANK.
           MOVE STA-PCTL(STA-I) TO STA-VAL-Z.
           MOVE SPACES TO STA-RPT-LINE.
           MOVE 1 TO STA-PT.
           END-STRING.
           PERFORM STA-LINE-COMMIT.
       EXIT SECTION.
       STA-PCTL-RANK SECTION.
           COMPUTE STA-RANK = FUNCTION INTEGER(
               (STA-PCTL(STA-I) * STA-N + 99) / 100).
           IF STA-RANK < 1
               MOVE 1 TO STA-RANK
           END-IF.
           IF STA-RANK > STA-N
               MOVE STA-N TO STA-RANK
           END-IF.
       EXIT SECTION.
      *>   STA-HIST-WRITE buckets the sorted values evenly across
      *>   [min, max]; every value lands in exactly one bucket, the
      *>   top value in the last.
               PERFORM STA-LINE-COMMIT
           END-PERFORM.
       EXIT SECTION.
      *>   STA-GROUP-RUN is the GROUPBY report: split the input
      *>   into key/value work records, have EXTSORT order them by
      *>   key, then report key by key. The work datasets are
      *>   scratch and are deleted however the run ends.
       STA-GROUP-RUN SECTION.
           MOVE 0 TO STA-TOT-N.
           MOVE 0 TO STA-TOT-SUM.
           MOVE 0 TO STA-GROUPS.
           PERFORM STA-GROUP-SPLIT.
           IF STA-BATCH-RC = 0 AND STA-TOT-N = 0
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: NO VALUES IN DSN="
                   FUNCTION TRIM(STA-IN-DSN)
           END-IF.
           IF STA-BATCH-RC = 0
               PERFORM STA-GROUP-SORT
           END-IF.
           IF STA-BATCH-RC = 0
               PERFORM STA-GROUP-REPORT
           END-IF.
           CALL "CBL_DELETE_FILE" USING STA-WRK-DSN.
           CALL "CBL_DELETE_FILE" USING STA-SRT-DSN.
           CALL "CBL_DELETE_FILE" USING STA-SCTL-DSN.
           MOVE STA-TOT-N TO STA-RECS.
       EXIT SECTION.
       STA-GROUP-SPLIT SECTION.
           OPEN INPUT STA-IN-FILE.
           IF STA-IN-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(STA-IN-DSN)
                   " FS=" STA-IN-FS
               EXIT SECTION
           END-IF.
           MOVE STA-WRK-DSN TO STA-GRP-DSN.
           OPEN OUTPUT STA-GRP-FILE.
           IF STA-GRP-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: COULD NOT OPEN WORK DSN="
                   FUNCTION TRIM(STA-GRP-DSN)
                   " FS=" STA-GRP-FS
               CLOSE STA-IN-FILE
               EXIT SECTION
           END-IF.
           MOVE 0 TO STA-IN-RECNO.
           PERFORM UNTIL STA-IN-FS NOT = "00"
               READ STA-IN-FILE
                   AT END
                       MOVE "10" TO STA-IN-FS
                   NOT AT END
                       PERFORM STA-GROUP-RECORD-SPLIT
               END-READ
           END-PERFORM.
           CLOSE STA-IN-FILE.
           CLOSE STA-GRP-FILE.
       EXIT SECTION.
      *>   A record with no key column, or whose value column does
      *>   not parse as a number, is counted as rejected exactly as
      *>   an unparseable value is in the plain report.
       STA-GROUP-RECORD-SPLIT SECTION.
           ADD 1 TO STA-IN-RECNO.
           IF STA-IN-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM STA-VALUE-PICK.
           MOVE STA-GROUP-COL TO STA-COL-NO.
           MOVE STA-GROUP-NAME TO STA-COL-NAME.
           PERFORM STA-COLUMN-PICK.
           MOVE STA-COL-T TO STA-KEY-T.
           IF STA-KEY-T = SPACES
               MOVE "NO-GROUP-KEY" TO RJ-REASON-CODE
               MOVE "GROUP KEY COLUMN MISSING"
                   TO RJ-REASON-TEXT
               PERFORM STA-VALUE-REJECT
               EXIT SECTION
           END-IF.
           IF STA-VAL-T = SPACES
                   OR FUNCTION TEST-NUMVAL(STA-VAL-T) NOT = 0
               MOVE "NOT-NUMERIC" TO RJ-REASON-CODE
               MOVE "VALUE MISSING OR NOT NUMERIC"
                   TO RJ-REASON-TEXT
               PERFORM STA-VALUE-REJECT
               EXIT SECTION
           END-IF.
           MOVE STA-KEY-T TO STA-GRP-KEY.
           COMPUTE STA-GRP-VAL = FUNCTION NUMVAL(STA-VAL-T).
           WRITE STA-GRP-REC.
           IF STA-GRP-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(STA-GRP-DSN)
                   " FS=" STA-GRP-FS
               MOVE "99" TO STA-IN-FS
               EXIT SECTION
           END-IF.
           ADD 1 TO STA-TOT-N.
           ADD STA-GRP-VAL TO STA-TOT-SUM.
       EXIT SECTION.
      *>   STA-GROUP-SORT writes EXTSORT's one-line control member
      *>   and CALLs it through BATCH-PARM as BATCHSUITE would. The
      *>   caller's block is held across the CALL and put back
      *>   after, so this step's own parameters, and the record
      *>   counts it reports, are not EXTSORT's.
       STA-GROUP-SORT SECTION.
           OPEN OUTPUT STA-SCTL-FILE.
           IF STA-SCTL-FS = "00"
               MOVE "KEY 1 40 A" TO STA-SCTL-REC
               WRITE STA-SCTL-REC
           END-IF.
           IF STA-SCTL-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: COULD NOT WRITE SORT CONTROL DSN="
                   FUNCTION TRIM(STA-SCTL-DSN)
                   " FS=" STA-SCTL-FS
           END-IF.
           CLOSE STA-SCTL-FILE.
           IF STA-BATCH-RC NOT = 0
               EXIT SECTION
           END-IF.
           MOVE BATCH-PARM TO STA-PARM-HOLD.
           MOVE "Y" TO BATCH-PARM-SET.
           MOVE STA-WRK-DSN TO BATCH-PARM-INPUT-DSN.
           MOVE STA-SRT-DSN TO BATCH-PARM-OUTPUT-DSN.
           MOVE STA-SCTL-DSN TO BATCH-PARM-TEXT.
           CALL "EXTSORT".
           MOVE RETURN-CODE TO STA-SORT-RC.
           MOVE STA-PARM-HOLD TO BATCH-PARM.
           IF STA-SORT-RC NOT = 0
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: EXTSORT FAILED, RC=" STA-SORT-RC
           END-IF.
       EXIT SECTION.
      *>   STA-GROUP-REPORT reads the key-ordered work dataset with
      *>   a control break: a key's values gather in the STA-V
      *>   table (so one key, not the whole feed, must fit in
      *>   memory) and report when the key changes.
       STA-GROUP-REPORT SECTION.
           OPEN OUTPUT STA-RPT-FILE.
           IF STA-RPT-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(STA-RPT-DSN)
                   " FS=" STA-RPT-FS
               EXIT SECTION
           END-IF.
           MOVE STA-SRT-DSN TO STA-GRP-DSN.
           OPEN INPUT STA-GRP-FILE.
           IF STA-GRP-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: COULD NOT OPEN SORTED DSN="
                   FUNCTION TRIM(STA-GRP-DSN)
                   " FS=" STA-GRP-FS
               CLOSE STA-RPT-FILE
               EXIT SECTION
           END-IF.
           COMPUTE STA-TOT-MEAN = STA-TOT-SUM / STA-TOT-N.
           MOVE 0 TO STA-TOT-ACC.
           MOVE 0 TO STA-N.
           PERFORM UNTIL STA-GRP-FS NOT = "00"
               READ STA-GRP-FILE
                   AT END
                       MOVE "10" TO STA-GRP-FS
                   NOT AT END
                       PERFORM STA-GROUP-VALUE-ADD
               END-READ
           END-PERFORM.
           IF STA-N > 0 AND STA-BATCH-RC = 0
               PERFORM STA-GROUP-CLOSE
           END-IF.
           CLOSE STA-GRP-FILE.
           IF STA-BATCH-RC = 0
               PERFORM STA-TOTAL-WRITE
           END-IF.
           IF STA-REJECTS > 0
               MOVE STA-REJECTS TO STA-VAL-Z
               MOVE SPACES TO STA-RPT-LINE
               STRING "REJECTED=" DELIMITED BY SIZE
                   FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
                   INTO STA-RPT-LINE
               END-STRING
               PERFORM STA-LINE-COMMIT
           END-IF.
           CLOSE STA-RPT-FILE.
           IF STA-RPT-ERR-SW = 1
               MOVE 8 TO STA-BATCH-RC
           END-IF.
       EXIT SECTION.
       STA-GROUP-VALUE-ADD SECTION.
           IF STA-N > 0 AND STA-GRP-KEY NOT = STA-CUR-KEY
               PERFORM STA-GROUP-CLOSE
           END-IF.
           IF STA-N = 0
               MOVE STA-GRP-KEY TO STA-CUR-KEY
               MOVE 0 TO STA-SUM
           END-IF.
           IF STA-N >= STA-MAXN
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: MORE THAN " STA-MAXN
                   " VALUES FOR KEY " FUNCTION TRIM(STA-CUR-KEY)
               MOVE "99" TO STA-GRP-FS
               EXIT SECTION
           END-IF.
           ADD 1 TO STA-N.
           MOVE STA-GRP-VAL TO STA-V(STA-N).
           ADD STA-V(STA-N) TO STA-SUM.
       EXIT SECTION.
      *>   STA-GROUP-CLOSE reports one key on one line — count,
      *>   sum, mean, min, max, deviation, median, and the requested
      *>   percentiles as Pnn= — followed by its histogram when one
      *>   was asked for, and folds the key into the grand total.
       STA-GROUP-CLOSE SECTION.
           SORT STA-VI ON ASCENDING KEY STA-V.
           PERFORM STA-FIGURES-COMPUTE.
           ADD 1 TO STA-GROUPS.
           IF STA-GROUPS = 1 OR STA-V(1) < STA-TOT-MIN
               MOVE STA-V(1) TO STA-TOT-MIN
           END-IF.
           IF STA-GROUPS = 1 OR STA-V(STA-N) > STA-TOT-MAX
               MOVE STA-V(STA-N) TO STA-TOT-MAX
           END-IF.
           COMPUTE STA-D = STA-MEAN - STA-TOT-MEAN.
           COMPUTE STA-D = STA-D * STA-D.
           COMPUTE STA-D = STA-D * STA-N.
           COMPUTE STA-TOT-ACC = STA-TOT-ACC + STA-ACC.
           COMPUTE STA-TOT-ACC = STA-TOT-ACC + STA-D.
           MOVE SPACES TO STA-RPT-LINE.
           MOVE 1 TO STA-PT.
           MOVE STA-N TO STA-VAL-Z.
           STRING "GROUP KEY=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-CUR-KEY) DELIMITED BY SIZE
               " COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-SUM TO STA-VAL-Z.
           STRING " SUM=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-MEAN.
           STRING " MEAN=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-V(1) TO STA-VAL-Z.
           STRING " MIN=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-V(STA-N) TO STA-VAL-Z.
           STRING " MAX=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-SDEV.
           STRING " STDDEV=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-MEDIAN.
           STRING " MEDIAN=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           PERFORM VARYING STA-I FROM 1 BY 1
                   UNTIL STA-I > STA-PCTL-CNT
               PERFORM STA-PCTL-RANK
               MOVE STA-PCTL(STA-I) TO STA-VAL-Z
               STRING " P" DELIMITED BY SIZE
                   FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   INTO STA-RPT-LINE
                   WITH POINTER STA-PT
               END-STRING
               MOVE STA-V(STA-RANK) TO STA-VAL-Z
               STRING FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
                   INTO STA-RPT-LINE
                   WITH POINTER STA-PT
               END-STRING
           END-PERFORM.
           PERFORM STA-LINE-COMMIT.
           IF STA-HIST-N > 0
               PERFORM STA-HIST-WRITE
           END-IF.
           MOVE 0 TO STA-N.
       EXIT SECTION.
      *>   The grand-total line covers every grouped value; its
      *>   deviation is pooled (within-key squares plus each key's
      *>   offset from the grand mean), so no second pass over the
      *>   feed is needed. Percentiles are per key only — a
      *>   whole-feed rank would need the whole feed in memory.
       STA-TOTAL-WRITE SECTION.
           COMPUTE STA-SDEV = FUNCTION SQRT(STA-TOT-ACC / STA-TOT-N).
           MOVE SPACES TO STA-RPT-LINE.
           MOVE 1 TO STA-PT.
           MOVE STA-GROUPS TO STA-VAL-Z.
           STRING "TOTAL GROUPS=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-TOT-N TO STA-VAL-Z.
           STRING " COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-TOT-SUM TO STA-VAL-Z.
           STRING " SUM=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-TOT-MEAN.
           STRING " MEAN=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-TOT-MIN TO STA-VAL-Z.
           STRING " MIN=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-TOT-MAX TO STA-VAL-Z.
           STRING " MAX=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-SDEV.
           STRING " STDDEV=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           PERFORM STA-LINE-COMMIT.
       EXIT SECTION.
      *>   STA-PAIR-RUN is the PAIR report. Pass one counts the
      *>   usable records and takes the means; pass two the centred
      *>   sums of squares and products, from which covariance,
      *>   correlation and the least-squares line y = a + bx come;
      *>   pass three measures every record's residual against the
      *>   line and lists those beyond the OUTLIER limit. A record
      *>   is usable only when both columns parse as numbers; the
      *>   rest are counted as rejected. All x equal leaves the
      *>   line undefined — the figures that need it say so, no
      *>   outliers are looked for, and the step ends 4.
       STA-PAIR-RUN SECTION.
           MOVE 0 TO STA-PR-N.
           MOVE 0 TO STA-PR-SX.
           MOVE 0 TO STA-PR-SY.
           MOVE 0 TO STA-PR-SXX.
           MOVE 0 TO STA-PR-SYY.
           MOVE 0 TO STA-PR-SXY.
           MOVE 0 TO STA-PR-OUTLIERS.
           MOVE 0 TO STA-PR-FLAT-SW.
           MOVE 1 TO STA-PASS-NO.
           PERFORM STA-PAIR-PASS.
           MOVE STA-PR-N TO STA-RECS.
           IF STA-BATCH-RC = 0 AND STA-PR-N = 0
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: NO VALUE PAIRS IN DSN="
                   FUNCTION TRIM(STA-IN-DSN)
           END-IF.
           IF STA-BATCH-RC NOT = 0
               EXIT SECTION
           END-IF.
           COMPUTE STA-PR-MX = STA-PR-SX / STA-PR-N.
           COMPUTE STA-PR-MY = STA-PR-SY / STA-PR-N.
           MOVE 2 TO STA-PASS-NO.
           PERFORM STA-PAIR-PASS.
           IF STA-BATCH-RC NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM STA-PAIR-FIGURES-COMPUTE.
           OPEN OUTPUT STA-RPT-FILE.
           IF STA-RPT-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(STA-RPT-DSN)
                   " FS=" STA-RPT-FS
               EXIT SECTION
           END-IF.
           PERFORM STA-PAIR-FIGURES-WRITE.
           IF NOT STA-PR-FLAT
               MOVE 3 TO STA-PASS-NO
               PERFORM STA-PAIR-PASS
           END-IF.
           MOVE SPACES TO STA-RPT-LINE.
           MOVE 1 TO STA-PT.
           MOVE STA-PR-OUTLIERS TO STA-VAL-Z.
           STRING "OUTLIERS=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-OUT-K.
           STRING " LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           PERFORM STA-LINE-COMMIT.
           IF STA-REJECTS > 0
               MOVE STA-REJECTS TO STA-VAL-Z
               MOVE SPACES TO STA-RPT-LINE
               STRING "REJECTED=" DELIMITED BY SIZE
                   FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
                   INTO STA-RPT-LINE
               END-STRING
               PERFORM STA-LINE-COMMIT
           END-IF.
           CLOSE STA-RPT-FILE.
           IF STA-RPT-ERR-SW = 1
               MOVE 8 TO STA-BATCH-RC
           END-IF.
           IF STA-BATCH-RC = 0
                   AND (STA-PR-OUTLIERS > 0 OR STA-PR-FLAT)
               MOVE 4 TO STA-BATCH-RC
           END-IF.
       EXIT SECTION.
      *>   One read of the input for pass STA-PASS-NO. Record
      *>   numbers count every physical record, blank ones too, so
      *>   an OUTLIER line's RECORD= finds the line in an editor.
       STA-PAIR-PASS SECTION.
           MOVE 0 TO STA-PR-RECNO.
           OPEN INPUT STA-IN-FILE.
           IF STA-IN-FS NOT = "00"
               MOVE 8 TO STA-BATCH-RC
               DISPLAY "STATUTIL: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(STA-IN-DSN)
                   " FS=" STA-IN-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL STA-IN-FS NOT = "00"
               READ STA-IN-FILE
                   AT END
                       MOVE "10" TO STA-IN-FS
                   NOT AT END
                       PERFORM STA-PAIR-RECORD
               END-READ
           END-PERFORM.
           CLOSE STA-IN-FILE.
       EXIT SECTION.
       STA-PAIR-RECORD SECTION.
           ADD 1 TO STA-PR-RECNO.
           IF STA-IN-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE STA-PX-COL TO STA-COL-NO.
           MOVE STA-PX-NAME TO STA-COL-NAME.
           PERFORM STA-COLUMN-VALUE-PICK.
           MOVE STA-COL-T TO STA-VAL-T.
           MOVE STA-PY-COL TO STA-COL-NO.
           MOVE STA-PY-NAME TO STA-COL-NAME.
           PERFORM STA-COLUMN-VALUE-PICK.
           IF STA-VAL-T = SPACES
                   OR FUNCTION TEST-NUMVAL(STA-VAL-T) NOT = 0
                   OR STA-COL-T = SPACES
                   OR FUNCTION TEST-NUMVAL(STA-COL-T) NOT = 0
               IF STA-PASS-NO = 1
                   MOVE STA-PR-RECNO TO STA-IN-RECNO
                   MOVE "NOT-NUMERIC" TO RJ-REASON-CODE
                   MOVE "X OR Y MISSING OR NOT NUMERIC"
                       TO RJ-REASON-TEXT
                   PERFORM STA-VALUE-REJECT
               END-IF
               EXIT SECTION
           END-IF.
           COMPUTE STA-PR-X = FUNCTION NUMVAL(STA-VAL-T).
           COMPUTE STA-PR-Y = FUNCTION NUMVAL(STA-COL-T).
           EVALUATE STA-PASS-NO
               WHEN 1
                   ADD 1 TO STA-PR-N
                   COMPUTE STA-PR-SX = STA-PR-SX + STA-PR-X
                   COMPUTE STA-PR-SY = STA-PR-SY + STA-PR-Y
               WHEN 2
                   COMPUTE STA-PR-DX = STA-PR-X - STA-PR-MX
                   COMPUTE STA-PR-DY = STA-PR-Y - STA-PR-MY
                   COMPUTE STA-D = STA-PR-DX * STA-PR-DX
                   COMPUTE STA-PR-SXX = STA-PR-SXX + STA-D
                   COMPUTE STA-D = STA-PR-DY * STA-PR-DY
                   COMPUTE STA-PR-SYY = STA-PR-SYY + STA-D
                   COMPUTE STA-D = STA-PR-DX * STA-PR-DY
                   COMPUTE STA-PR-SXY = STA-PR-SXY + STA-D
               WHEN 3
                   PERFORM STA-PAIR-RESIDUAL-TEST
           END-EVALUATE.
       EXIT SECTION.
      *>   Covariance and the residual spread are population
      *>   figures (divided by n), as STDDEV is in the plain report.
      *>   Rounding can leave the residual sum of squares a hair
      *>   below zero on a perfect fit; it is held at zero.
       STA-PAIR-FIGURES-COMPUTE SECTION.
           COMPUTE STA-PR-COV = STA-PR-SXY / STA-PR-N.
           IF STA-PR-SXX = 0
               MOVE 1 TO STA-PR-FLAT-SW
               EXIT SECTION
           END-IF.
           COMPUTE STA-PR-B = STA-PR-SXY / STA-PR-SXX.
           COMPUTE STA-D = STA-PR-B * STA-PR-MX.
           COMPUTE STA-PR-A = STA-PR-MY - STA-D.
           COMPUTE STA-D = STA-PR-B * STA-PR-SXY.
           COMPUTE STA-PR-SSE = STA-PR-SYY - STA-D.
           IF STA-PR-SSE < 0
               MOVE 0 TO STA-PR-SSE
           END-IF.
           COMPUTE STA-D = STA-PR-SSE / STA-PR-N.
           COMPUTE STA-PR-RSD = FUNCTION SQRT(STA-D).
           IF STA-PR-SYY NOT = 0
               COMPUTE STA-D = STA-PR-SXX * STA-PR-SYY
               COMPUTE STA-D = FUNCTION SQRT(STA-D)
               COMPUTE STA-PR-R = STA-PR-SXY / STA-D
           END-IF.
       EXIT SECTION.
       STA-PAIR-FIGURES-WRITE SECTION.
           MOVE SPACES TO STA-RPT-LINE.
           MOVE 1 TO STA-PT.
           STRING "PAIR X=" DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-PX-COL TO STA-COL-NO.
           MOVE STA-PX-NAME TO STA-COL-NAME.
           PERFORM STA-COL-SPEC-SHOW.
           STRING " Y=" DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           MOVE STA-PY-COL TO STA-COL-NO.
           MOVE STA-PY-NAME TO STA-COL-NAME.
           PERFORM STA-COL-SPEC-SHOW.
           PERFORM STA-LINE-COMMIT.
           MOVE STA-PR-N TO STA-VAL-Z.
           PERFORM STA-VALUE-LINE-COUNT.
           MOVE 0 TO STA-FIG-UNDEF-SW.
           MOVE "MEAN-X" TO STA-FIG-LABEL.
           MOVE STA-PR-MX TO STA-FIG-F.
           PERFORM STA-FIGURE-LINE-WRITE.
           MOVE "MEAN-Y" TO STA-FIG-LABEL.
           MOVE STA-PR-MY TO STA-FIG-F.
           PERFORM STA-FIGURE-LINE-WRITE.
           MOVE "COVARIANCE" TO STA-FIG-LABEL.
           MOVE STA-PR-COV TO STA-FIG-F.
           PERFORM STA-FIGURE-LINE-WRITE.
           IF STA-PR-FLAT OR STA-PR-SYY = 0
               MOVE 1 TO STA-FIG-UNDEF-SW
           END-IF.
           MOVE "CORRELATION" TO STA-FIG-LABEL.
           MOVE STA-PR-R TO STA-FIG-F.
           PERFORM STA-FIGURE-LINE-WRITE.
           MOVE STA-PR-FLAT-SW TO STA-FIG-UNDEF-SW.
           MOVE "SLOPE" TO STA-FIG-LABEL.
           MOVE STA-PR-B TO STA-FIG-F.
           PERFORM STA-FIGURE-LINE-WRITE.
           MOVE "INTERCEPT" TO STA-FIG-LABEL.
           MOVE STA-PR-A TO STA-FIG-F.
           PERFORM STA-FIGURE-LINE-WRITE.
           MOVE "RESIDUAL-STDDEV" TO STA-FIG-LABEL.
           MOVE STA-PR-RSD TO STA-FIG-F.
           PERFORM STA-FIGURE-LINE-WRITE.
       EXIT SECTION.
      *>   Appends the column rule in STA-COL-NO/STA-COL-NAME to
      *>   STA-RPT-LINE at STA-PT, as it was written.
       STA-COL-SPEC-SHOW SECTION.
           IF STA-COL-NAME NOT = SPACES
               STRING FUNCTION TRIM(STA-COL-NAME) DELIMITED BY SIZE
                   INTO STA-RPT-LINE
                   WITH POINTER STA-PT
               END-STRING
           ELSE
               MOVE STA-COL-NO TO STA-VAL-Z
               STRING FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
                   INTO STA-RPT-LINE
                   WITH POINTER STA-PT
               END-STRING
           END-IF.
       EXIT SECTION.
       STA-FIGURE-LINE-WRITE SECTION.
           MOVE SPACES TO STA-RPT-LINE.
           IF STA-FIG-UNDEF-SW = 1
               STRING FUNCTION TRIM(STA-FIG-LABEL) DELIMITED BY SIZE
                   "=UNDEFINED" DELIMITED BY SIZE
                   INTO STA-RPT-LINE
               END-STRING
           ELSE
               COMPUTE STA-F-Z ROUNDED = STA-FIG-F
               STRING FUNCTION TRIM(STA-FIG-LABEL) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
                   INTO STA-RPT-LINE
               END-STRING
           END-IF.
           PERFORM STA-LINE-COMMIT.
       EXIT SECTION.
      *>   A perfect fit has no residual spread to measure against,
      *>   so it has no outliers either.
       STA-PAIR-RESIDUAL-TEST SECTION.
           IF STA-PR-RSD = 0
               EXIT SECTION
           END-IF.
           COMPUTE STA-D = STA-PR-B * STA-PR-X.
           COMPUTE STA-PR-FIT = STA-PR-A + STA-D.
           COMPUTE STA-PR-RES = STA-PR-Y - STA-PR-FIT.
           COMPUTE STA-PR-SIG = STA-PR-RES / STA-PR-RSD.
           IF STA-PR-SIG < 0
               COMPUTE STA-D = 0 - STA-PR-SIG
           ELSE
               MOVE STA-PR-SIG TO STA-D
           END-IF.
           IF STA-D <= STA-OUT-K
               EXIT SECTION
           END-IF.
           ADD 1 TO STA-PR-OUTLIERS.
           MOVE SPACES TO STA-RPT-LINE.
           MOVE 1 TO STA-PT.
           MOVE STA-PR-RECNO TO STA-VAL-Z.
           STRING "OUTLIER RECORD=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-VAL-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-PR-X.
           STRING " X=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-PR-Y.
           STRING " Y=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-PR-FIT.
           STRING " FITTED=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-PR-RES.
           STRING " RESIDUAL=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           COMPUTE STA-F-Z ROUNDED = STA-PR-SIG.
           STRING " SIGMAS=" DELIMITED BY SIZE
               FUNCTION TRIM(STA-F-Z) DELIMITED BY SIZE
               INTO STA-RPT-LINE
               WITH POINTER STA-PT
           END-STRING.
           PERFORM STA-LINE-COMMIT.
       EXIT SECTION.
       STA-LINE-COMMIT SECTION.
           WRITE STA-RPT-REC FROM STA-RPT-LINE.
           PERFORM STA-RPT-WRITE-CHECK.
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The parameter field names the control member, so two
      *>   steps in one battery can request different percentiles
      *>   or group by different columns.
       STA-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM STATUTIL.
