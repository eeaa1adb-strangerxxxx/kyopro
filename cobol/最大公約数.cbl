               FILE STATUS IS GCD-AUDIT-FS.
      *>   GCD-REJECT-FILE gets one record for every pair GCD-CALCULATE
      *>   refuses to reduce, so a bad upstream extract is visible
      *>   instead of silently producing a wrong GCD-RES, and one
      *>   for every group the batch run answers REJECTED on
      *>   GCD-RESULT-DSN — each in the shared REJREC.cpy layout.
           SELECT GCD-REJECT-FILE ASSIGN TO DYNAMIC GCD-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GCD-REJECT-FS.
           FD GCD-AUDIT-FILE.
               01 GCD-AUDIT-REC PIC X(132).
           FD GCD-REJECT-FILE.
               01 GCD-REJECT-REC PIC X(250).
           FD GCD-TRACE-FILE.
               01 GCD-TRACE-REC PIC X(132).
      *>   GCD-INPUT-REC is sized for the AL shape the list sections
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "HRTBEAT.cpy".
           COPY "REJREC.cpy".
           01 WK.
               03 I BINARY-DOUBLE SIGNED VALUE 0.
               03 N BINARY-DOUBLE SIGNED VALUE 0.
                   88 GCD-REJECTED VALUE 1.
               03 GCD-REJECT-DSN PIC X(100) VALUE "GCDREJECT.LOG".
               03 GCD-REJECT-FS PIC XX.
               03 GCD-TRACE-DSN PIC X(100) VALUE "GCDTRACE.LOG".
               03 GCD-TRACE-FS PIC XX.
               03 GCD-TRACE-ITER BINARY-LONG UNSIGNED VALUE 0.
               03 GCD-FR-V2-Z PIC -(18)9.
               03 GCD-FR-RN-Z PIC -(37)9.
               03 GCD-FR-PT BINARY-LONG SIGNED VALUE 1.
      *>   Continued-fraction working set: FRACCF expands a/b into
      *>   its terms [a0; a1, a2, ...] off the same floor-division
      *>   steps Euclid takes, and FRACBEST walks the convergents
      *>   (GCD-CF-P0/Q0 behind GCD-CF-P1/Q1) until the next
      *>   denominator would pass the ceiling, then weighs the last
      *>   convergent against the best semiconvergent under the
      *>   ceiling. Either operand form is accepted: a numerator and
      *>   denominator, or one fixed-point decimal (3.14159 is
      *>   taken as 314159/100000, up to 18 digits in all).
      *>   Convergents never outgrow the input's own terms, and
      *>   both candidates lie within 1/q of the value, so every
      *>   cross product in the comparison fits the S9(38) holds.
           01 GCD-CF-WK.
               03 GCD-CF-X PIC S9(18) VALUE 0.
               03 GCD-CF-Y PIC S9(18) VALUE 0.
               03 GCD-CF-R PIC S9(18) VALUE 0.
               03 GCD-CF-TERM PIC S9(18) VALUE 0.
               03 GCD-CF-CNT BINARY-LONG SIGNED VALUE 0.
               03 GCD-CF-MAXD PIC S9(18) VALUE 0.
               03 GCD-CF-MAXD-T PIC X(20).
               03 GCD-CF-P0 PIC S9(38) VALUE 0.
               03 GCD-CF-Q0 PIC S9(38) VALUE 0.
               03 GCD-CF-P1 PIC S9(38) VALUE 0.
               03 GCD-CF-Q1 PIC S9(38) VALUE 0.
               03 GCD-CF-P2 PIC S9(38) VALUE 0.
               03 GCD-CF-Q2 PIC S9(38) VALUE 0.
               03 GCD-CF-K PIC S9(38) VALUE 0.
               03 GCD-CF-SP PIC S9(38) VALUE 0.
               03 GCD-CF-SQ PIC S9(38) VALUE 0.
               03 GCD-CF-D1 PIC S9(38) VALUE 0.
               03 GCD-CF-D2 PIC S9(38) VALUE 0.
               03 GCD-CF-W1 PIC S9(38) VALUE 0.
               03 GCD-CF-W2 PIC S9(38) VALUE 0.
               03 GCD-CF-ERR PIC 9V9(18) VALUE 0.
               03 GCD-CF-ERR-Z PIC 9.9(18).
               03 GCD-CF-TERM-Z PIC -(18)9.
               03 GCD-CF-LINE PIC X(400).
               03 GCD-CF-PT BINARY-LONG SIGNED VALUE 1.
               03 GCD-CF-OVFL-SW PIC 9 VALUE 0.
                   88 GCD-CF-OVERFLOWED VALUE 1.
               03 GCD-CF-DEC-SW PIC 9 VALUE 0.
                   88 GCD-CF-DECIMAL VALUE 1.
               03 GCD-CF-DSIGN PIC X.
               03 GCD-CF-DTEXT PIC X(20).
               03 GCD-CF-DINT PIC X(20).
               03 GCD-CF-DFRAC PIC X(20).
               03 GCD-CF-DINT-N BINARY-LONG SIGNED VALUE 0.
               03 GCD-CF-DFRAC-N BINARY-LONG SIGNED VALUE 0.
           01 GCD-BATCH-WK.
               03 GCD-INPUT-DSN PIC X(100) VALUE "GCDIN.DAT".
               03 GCD-INPUT-FS PIC XX.
               03 GCD-RESULT-FS PIC XX.
               03 GCD-LIST-NO BINARY-LONG UNSIGNED VALUE 0.
               03 GCD-LIST-NO-Z PIC Z(8)9.
      *>   Records read off GCD-INPUT-DSN and result records written,
      *>   the step's counts for the battery's BALANCE= clauses —
      *>   a list group is two records read for one written.
               03 GCD-READ-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 GCD-OUT-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 GCD-N-Z PIC Z(9)9.
               03 GCD-LIST-RC PIC S9(4) VALUE 0.
               03 GCD-LCM-RC PIC S9(4) VALUE 0.
           MOVE 0 TO GCD-BATCH-RC.
           MOVE 0 TO GCD-RESULT-ERR-SW.
           MOVE 0 TO GCD-LIST-NO.
           MOVE 0 TO GCD-READ-CNT.
           MOVE 0 TO GCD-OUT-CNT.
           MOVE 0 TO RJ-RUN-SW.
           PERFORM GCD-CKPT-RESTORE.
           OPEN INPUT GCD-INPUT-FILE.
      *>   A resumed run extends the result dataset the earlier
                       AT END
                           MOVE "10" TO GCD-INPUT-FS
                       NOT AT END
                           ADD 1 TO GCD-READ-CNT
                           IF GCD-LIST-NO < GCD-RESUME-LIST
                               PERFORM GCD-BATCH-SKIP-GROUP
                           ELSE
           MOVE GCD-INPUT-DSN TO JA-INPUT-DSN.
           MOVE GCD-LIST-NO TO JA-RECORD-COUNT.
           MOVE GCD-LIST-NO TO BATCH-PARM-RECORDS.
           MOVE "Y" TO BATCH-PARM-FLOW-SET.
           MOVE GCD-READ-CNT TO BATCH-PARM-IN-RECORDS.
           MOVE GCD-OUT-CNT TO BATCH-PARM-OUT-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   GCD-BATCH-LIST-PROCESS handles one group off
      *>   GCD-INPUT-DSN. A FRAC/FRACADD/FRACCMP/FRACCF/FRACBEST
      *>   record is a
      *>   self-contained fraction operation and is answered in
      *>   place; anything else is the classic list group — the
      *>   header record already read into GCD-INPUT-REC carries N,
               TALLYING IN GCD-FR-TALLY
           END-UNSTRING.
           IF GCD-FR-T0 = "FRAC" OR GCD-FR-T0 = "FRACADD"
                   OR GCD-FR-T0 = "FRACCMP" OR GCD-FR-T0 = "FRACCF"
                   OR GCD-FR-T0 = "FRACBEST"
               PERFORM GCD-FRAC-PROCESS
               EXIT SECTION
           END-IF.
           COMPUTE N = FUNCTION NUMVAL(GCD-INPUT-REC).
           READ GCD-INPUT-FILE
               AT END MOVE "10" TO GCD-INPUT-FS
               NOT AT END ADD 1 TO GCD-READ-CNT
           END-READ.
           IF GCD-INPUT-FS = "10"
               MOVE 8 TO GCD-BATCH-RC
               END-STRING
               WRITE GCD-RESULT-REC FROM GCD-RESULT-LINE
               PERFORM GCD-RESULT-WRITE-CHECK
               MOVE "TRUNCATED-GROUP" TO RJ-REASON-CODE
               MOVE "HEADER WITH NO VALUE RECORD BEHIND IT"
                   TO RJ-REASON-TEXT
               MOVE GCD-INPUT-REC(1:132) TO RJ-IMAGE
               PERFORM GCD-REJREC-WRITE
           ELSE
      *>   An oversized N is not loaded at all: the list sections
      *>   audit and reject it themselves, and running the UNSTRING
                   END-STRING
                   WRITE GCD-RESULT-REC FROM GCD-RESULT-LINE
                   PERFORM GCD-RESULT-WRITE-CHECK
                   MOVE "SHORT-LIST" TO RJ-REASON-CODE
                   MOVE "VALUE RECORD SHORT OF N VALUES"
                       TO RJ-REASON-TEXT
                   MOVE GCD-INPUT-REC(1:132) TO RJ-IMAGE
                   PERFORM GCD-REJREC-WRITE
                   EXIT SECTION
               END-IF
               PERFORM GCD-CALCULATE-LIST
           END-IF.
           WRITE GCD-RESULT-REC FROM GCD-RESULT-LINE.
           PERFORM GCD-RESULT-WRITE-CHECK.
      *>   A list refused for its N goes on the reject trail here;
      *>   one refused over a 0,0 pair is already there, written
      *>   by GCD-CALCULATE as it met the pair.
           IF GCD-LIST-RC NOT = 0 AND (N > GCD-MAXN OR N < 2)
               IF N > GCD-MAXN
                   MOVE "OVERSIZED-LIST" TO RJ-REASON-CODE
                   MOVE "N EXCEEDS THE LIST CEILING"
                       TO RJ-REASON-TEXT
               ELSE
                   MOVE "DEGENERATE-LIST" TO RJ-REASON-CODE
                   MOVE "N BELOW 2, NOTHING TO REDUCE"
                       TO RJ-REASON-TEXT
               END-IF
               MOVE GCD-INPUT-REC(1:132) TO RJ-IMAGE
               PERFORM GCD-REJREC-WRITE
           END-IF.
       EXIT SECTION.
      *>   GCD-CKPT-RESTORE arms the within-step resume: only a
      *>   BATCH-RESTART=Y launch reads the checkpoint, and only a
               INTO GCD-SKIP-T
           END-UNSTRING.
           IF GCD-SKIP-T = "FRAC" OR GCD-SKIP-T = "FRACADD"
                   OR GCD-SKIP-T = "FRACCMP" OR GCD-SKIP-T = "FRACCF"
                   OR GCD-SKIP-T = "FRACBEST"
               CONTINUE
           ELSE
               READ GCD-INPUT-FILE
                   AT END MOVE "10" TO GCD-INPUT-FS
                   NOT AT END ADD 1 TO GCD-READ-CNT
               END-READ
           END-IF.
       EXIT SECTION.
      *>   GCD-FRAC-PROCESS routes one fraction record: FRAC a b
      *>   reduces a/b to lowest terms, FRACADD a b c d adds a/b and
      *>   c/d exactly over their LCM denominator, FRACCMP a b c d
      *>   compares them by cross multiplication. FRACCF a b (or
      *>   FRACCF x.xxx) expands the value into continued-fraction
      *>   terms, and FRACBEST a b maxden (or FRACBEST x.xxx maxden)
      *>   gives the closest fraction whose denominator stays within
      *>   maxden, with its absolute error. Each success
      *>   writes one result record and stamps the audit trail like
      *>   the list operations; a malformed record or a zero
      *>   denominator is rejected with RC 4, an 18-digit overflow
                       MOVE 0 TO GCD-AUDIT-RESULT
                       PERFORM GCD-AUDIT-WRITE
                   END-IF
               WHEN GCD-FR-T0 = "FRACCF"
                       AND (GCD-FR-TALLY = 2 OR GCD-FR-TALLY = 3)
                   IF GCD-FR-TALLY = 3
                       MOVE 0 TO GCD-CF-DEC-SW
                       PERFORM GCD-FRAC-PAIR-LOAD
                   ELSE
                       MOVE 1 TO GCD-CF-DEC-SW
                       PERFORM GCD-FRAC-DEC-LOAD
                   END-IF
                   IF GCD-FR-REASON = SPACES
                       PERFORM GCD-FRAC-CF-CALC
                       PERFORM GCD-FRAC-CF-WRITE
                       MOVE "FRAC-CF  " TO GCD-AUDIT-OPERATION
                       MOVE GCD-CF-CNT TO GCD-AUDIT-RESULT
                       PERFORM GCD-AUDIT-WRITE
                   END-IF
               WHEN GCD-FR-T0 = "FRACBEST"
                       AND (GCD-FR-TALLY = 3 OR GCD-FR-TALLY = 4)
                   IF GCD-FR-TALLY = 4
                       MOVE 0 TO GCD-CF-DEC-SW
                       PERFORM GCD-FRAC-PAIR-LOAD
                       MOVE GCD-FR-T3 TO GCD-CF-MAXD-T
                   ELSE
                       MOVE 1 TO GCD-CF-DEC-SW
                       PERFORM GCD-FRAC-DEC-LOAD
                       MOVE GCD-FR-T2 TO GCD-CF-MAXD-T
                   END-IF
                   IF GCD-FR-REASON = SPACES
                       PERFORM GCD-FRAC-MAXD-LOAD
                   END-IF
                   IF GCD-FR-REASON = SPACES
                       PERFORM GCD-FRAC-BEST-CALC
                       PERFORM GCD-FRAC-BEST-WRITE
                       MOVE "FRAC-BEST" TO GCD-AUDIT-OPERATION
                       COMPUTE GCD-AUDIT-RESULT = GCD-CF-Q1
                       PERFORM GCD-AUDIT-WRITE
                   END-IF
               WHEN OTHER
                   MOVE "MALFORMED" TO GCD-FR-REASON
                   MOVE 4 TO GCD-LIST-RC
           WRITE GCD-RESULT-REC FROM GCD-RESULT-LINE.
           PERFORM GCD-RESULT-WRITE-CHECK.
       EXIT SECTION.
      *>   GCD-FRAC-DEC-LOAD stages a fixed-point decimal token as
      *>   GCD-FR-A/GCD-FR-B over a power-of-ten denominator, the
      *>   sign riding the numerator as PAIR-LOAD leaves it. More
      *>   than 18 digits cannot be held exactly and is refused.
       GCD-FRAC-DEC-LOAD SECTION.
           IF FUNCTION TEST-NUMVAL(GCD-FR-T1) NOT = 0
               MOVE "MALFORMED" TO GCD-FR-REASON
               MOVE 4 TO GCD-LIST-RC
               EXIT SECTION
           END-IF.
           MOVE GCD-FR-T1 TO GCD-CF-DTEXT.
           MOVE SPACE TO GCD-CF-DSIGN.
           IF GCD-CF-DTEXT(1:1) = "-" OR GCD-CF-DTEXT(1:1) = "+"
               MOVE GCD-CF-DTEXT(1:1) TO GCD-CF-DSIGN
               MOVE GCD-FR-T1(2:19) TO GCD-CF-DTEXT
           END-IF.
           MOVE SPACES TO GCD-CF-DINT.
           MOVE SPACES TO GCD-CF-DFRAC.
           MOVE 0 TO GCD-CF-DINT-N.
           MOVE 0 TO GCD-CF-DFRAC-N.
           UNSTRING GCD-CF-DTEXT DELIMITED BY "." OR SPACE
               INTO GCD-CF-DINT COUNT IN GCD-CF-DINT-N
                   GCD-CF-DFRAC COUNT IN GCD-CF-DFRAC-N
           END-UNSTRING.
           IF GCD-CF-DINT-N + GCD-CF-DFRAC-N > 18
               MOVE "TOO-MANY-DIGITS" TO GCD-FR-REASON
               MOVE 4 TO GCD-LIST-RC
               EXIT SECTION
           END-IF.
           MOVE 0 TO GCD-FR-A.
           IF GCD-CF-DINT-N > 0
               COMPUTE GCD-FR-A = FUNCTION NUMVAL(GCD-CF-DINT)
           END-IF.
           COMPUTE GCD-FR-B = 10 ** GCD-CF-DFRAC-N.
           COMPUTE GCD-FR-A = GCD-FR-A * GCD-FR-B.
           IF GCD-CF-DFRAC-N > 0
               COMPUTE GCD-FR-A = GCD-FR-A
                   + FUNCTION NUMVAL(GCD-CF-DFRAC)
           END-IF.
           IF GCD-CF-DSIGN = "-"
               COMPUTE GCD-FR-A = 0 - GCD-FR-A
           END-IF.
       EXIT SECTION.
      *>   GCD-FRAC-MAXD-LOAD validates FRACBEST's denominator
      *>   ceiling: a whole number of at least 1.
       GCD-FRAC-MAXD-LOAD SECTION.
           IF FUNCTION TEST-NUMVAL(GCD-CF-MAXD-T) NOT = 0
               MOVE "MALFORMED" TO GCD-FR-REASON
               MOVE 4 TO GCD-LIST-RC
               EXIT SECTION
           END-IF.
           COMPUTE GCD-CF-MAXD = FUNCTION NUMVAL(GCD-CF-MAXD-T).
           IF GCD-CF-MAXD < 1
                   OR GCD-CF-MAXD NOT = FUNCTION NUMVAL(GCD-CF-MAXD-T)
               MOVE "BAD-MAX-DENOMINATOR" TO GCD-FR-REASON
               MOVE 4 TO GCD-LIST-RC
           END-IF.
       EXIT SECTION.
      *>   GCD-FRAC-CF-STEP takes one floor-division step off
      *>   GCD-CF-X/GCD-CF-Y: the term goes to GCD-CF-TERM and the
      *>   pair moves on to (Y, remainder). COMPUTE truncates toward
      *>   zero, so a negative first quotient is walked down one to
      *>   keep every remainder non-negative.
       GCD-FRAC-CF-STEP SECTION.
           COMPUTE GCD-CF-TERM = GCD-CF-X / GCD-CF-Y.
           COMPUTE GCD-CF-R = GCD-CF-X - GCD-CF-TERM * GCD-CF-Y.
           IF GCD-CF-R < 0
               SUBTRACT 1 FROM GCD-CF-TERM
               ADD GCD-CF-Y TO GCD-CF-R
           END-IF.
           MOVE GCD-CF-Y TO GCD-CF-X.
           MOVE GCD-CF-R TO GCD-CF-Y.
           ADD 1 TO GCD-CF-CNT.
       EXIT SECTION.
      *>   GCD-FRAC-CF-CALC builds the term list straight into
      *>   GCD-CF-LINE; a list too long for the result record is
      *>   cut at the record and marked, the term count staying
      *>   whole.
       GCD-FRAC-CF-CALC SECTION.
           MOVE GCD-FR-A TO GCD-CF-X.
           MOVE GCD-FR-B TO GCD-CF-Y.
           MOVE 0 TO GCD-CF-CNT.
           MOVE 0 TO GCD-CF-OVFL-SW.
           MOVE SPACES TO GCD-CF-LINE.
           MOVE 1 TO GCD-CF-PT.
           STRING "[" DELIMITED BY SIZE
               INTO GCD-CF-LINE
               WITH POINTER GCD-CF-PT
           END-STRING.
           PERFORM UNTIL GCD-CF-Y = 0
               PERFORM GCD-FRAC-CF-STEP
               MOVE GCD-CF-TERM TO GCD-CF-TERM-Z
               EVALUATE TRUE
                   WHEN GCD-CF-CNT = 1
                       CONTINUE
                   WHEN GCD-CF-CNT = 2
                       STRING ";" DELIMITED BY SIZE
                           INTO GCD-CF-LINE
                           WITH POINTER GCD-CF-PT
                           ON OVERFLOW MOVE 1 TO GCD-CF-OVFL-SW
                       END-STRING
                   WHEN OTHER
                       STRING "," DELIMITED BY SIZE
                           INTO GCD-CF-LINE
                           WITH POINTER GCD-CF-PT
                           ON OVERFLOW MOVE 1 TO GCD-CF-OVFL-SW
                       END-STRING
               END-EVALUATE
               STRING FUNCTION TRIM(GCD-CF-TERM-Z) DELIMITED BY SIZE
                   INTO GCD-CF-LINE
                   WITH POINTER GCD-CF-PT
                   ON OVERFLOW MOVE 1 TO GCD-CF-OVFL-SW
               END-STRING
           END-PERFORM.
           STRING "]" DELIMITED BY SIZE
               INTO GCD-CF-LINE
               WITH POINTER GCD-CF-PT
               ON OVERFLOW MOVE 1 TO GCD-CF-OVFL-SW
           END-STRING.
       EXIT SECTION.
      *>   GCD-FRAC-BEST-CALC leaves the answer in GCD-CF-P1/Q1 and
      *>   its absolute error in GCD-CF-ERR. An expansion that ends
      *>   inside the ceiling has found the value itself (error
      *>   zero); otherwise the semiconvergent (P0 + K*P1)/(Q0 +
      *>   K*Q1) with the largest K the ceiling allows is compared
      *>   with the last convergent, the convergent keeping a tie.
       GCD-FRAC-BEST-CALC SECTION.
           MOVE GCD-FR-A TO GCD-CF-X.
           MOVE GCD-FR-B TO GCD-CF-Y.
           MOVE 0 TO GCD-CF-CNT.
           MOVE 0 TO GCD-CF-P0.
           MOVE 1 TO GCD-CF-Q0.
           MOVE 1 TO GCD-CF-P1.
           MOVE 0 TO GCD-CF-Q1.
           PERFORM UNTIL GCD-CF-Y = 0
               MOVE GCD-CF-X TO GCD-CF-W1
               MOVE GCD-CF-Y TO GCD-CF-W2
               PERFORM GCD-FRAC-CF-STEP
               COMPUTE GCD-CF-Q2 = GCD-CF-Q0
                   + GCD-CF-TERM * GCD-CF-Q1
               IF GCD-CF-Q2 > GCD-CF-MAXD
                   MOVE GCD-CF-W1 TO GCD-CF-X
                   MOVE GCD-CF-W2 TO GCD-CF-Y
                   EXIT PERFORM
               END-IF
               COMPUTE GCD-CF-P2 = GCD-CF-P0
                   + GCD-CF-TERM * GCD-CF-P1
               MOVE GCD-CF-P1 TO GCD-CF-P0
               MOVE GCD-CF-Q1 TO GCD-CF-Q0
               MOVE GCD-CF-P2 TO GCD-CF-P1
               MOVE GCD-CF-Q2 TO GCD-CF-Q1
           END-PERFORM.
           COMPUTE GCD-CF-D1 = FUNCTION ABS(GCD-FR-A * GCD-CF-Q1
               - GCD-CF-P1 * GCD-FR-B).
           IF GCD-CF-Y NOT = 0
               COMPUTE GCD-CF-K =
                   (GCD-CF-MAXD - GCD-CF-Q0) / GCD-CF-Q1
               COMPUTE GCD-CF-SP = GCD-CF-P0 + GCD-CF-K * GCD-CF-P1
               COMPUTE GCD-CF-SQ = GCD-CF-Q0 + GCD-CF-K * GCD-CF-Q1
               COMPUTE GCD-CF-D2 = FUNCTION ABS(
                   GCD-FR-A * GCD-CF-SQ - GCD-CF-SP * GCD-FR-B)
               COMPUTE GCD-CF-W1 = GCD-CF-D1 * GCD-CF-SQ
               COMPUTE GCD-CF-W2 = GCD-CF-D2 * GCD-CF-Q1
               IF GCD-CF-W2 < GCD-CF-W1
                   MOVE GCD-CF-SP TO GCD-CF-P1
                   MOVE GCD-CF-SQ TO GCD-CF-Q1
                   MOVE GCD-CF-D2 TO GCD-CF-D1
               END-IF
           END-IF.
           COMPUTE GCD-CF-ERR ROUNDED =
               GCD-CF-D1 / (GCD-FR-B * GCD-CF-Q1).
       EXIT SECTION.
      *>   GCD-FRAC-CF-OPERAND-WRITE opens a FRACCF/FRACBEST result
      *>   line with the operand as it was given: the decimal token
      *>   itself, or the a/b pair.
       GCD-FRAC-CF-OPERAND-WRITE SECTION.
           MOVE GCD-LIST-NO TO GCD-LIST-NO-Z.
           MOVE SPACES TO GCD-RESULT-LINE.
           MOVE 1 TO GCD-FR-PT.
           STRING "LIST=" DELIMITED BY SIZE
               FUNCTION TRIM(GCD-LIST-NO-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(GCD-FR-T0) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO GCD-RESULT-LINE
               WITH POINTER GCD-FR-PT
           END-STRING.
           IF GCD-CF-DECIMAL
               STRING FUNCTION TRIM(GCD-FR-T1) DELIMITED BY SIZE
                   INTO GCD-RESULT-LINE
                   WITH POINTER GCD-FR-PT
               END-STRING
           ELSE
               MOVE GCD-FR-A TO GCD-FR-V1-Z
               MOVE GCD-FR-B TO GCD-FR-V2-Z
               STRING FUNCTION TRIM(GCD-FR-V1-Z) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(GCD-FR-V2-Z) DELIMITED BY SIZE
                   INTO GCD-RESULT-LINE
                   WITH POINTER GCD-FR-PT
               END-STRING
           END-IF.
       EXIT SECTION.
       GCD-FRAC-CF-WRITE SECTION.
           PERFORM GCD-FRAC-CF-OPERAND-WRITE.
           MOVE GCD-CF-CNT TO GCD-LIST-NO-Z.
           STRING " TERMS=" DELIMITED BY SIZE
               FUNCTION TRIM(GCD-LIST-NO-Z) DELIMITED BY SIZE
               " CF=" DELIMITED BY SIZE
               GCD-CF-LINE DELIMITED BY SPACE
               INTO GCD-RESULT-LINE
               WITH POINTER GCD-FR-PT
               ON OVERFLOW MOVE 1 TO GCD-CF-OVFL-SW
           END-STRING.
           IF GCD-CF-OVERFLOWED
               MOVE "..." TO GCD-RESULT-LINE(130:3)
           END-IF.
           WRITE GCD-RESULT-REC FROM GCD-RESULT-LINE.
           PERFORM GCD-RESULT-WRITE-CHECK.
       EXIT SECTION.
       GCD-FRAC-BEST-WRITE SECTION.
           PERFORM GCD-FRAC-CF-OPERAND-WRITE.
           MOVE GCD-CF-MAXD TO GCD-FR-V1-Z.
           STRING " MAXDEN=" DELIMITED BY SIZE
               FUNCTION TRIM(GCD-FR-V1-Z) DELIMITED BY SIZE
               INTO GCD-RESULT-LINE
               WITH POINTER GCD-FR-PT
           END-STRING.
           MOVE GCD-CF-P1 TO GCD-FR-V1-Z.
           MOVE GCD-CF-Q1 TO GCD-FR-V2-Z.
           MOVE GCD-CF-ERR TO GCD-CF-ERR-Z.
           STRING " BEST=" DELIMITED BY SIZE
               FUNCTION TRIM(GCD-FR-V1-Z) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(GCD-FR-V2-Z) DELIMITED BY SIZE
               " ERROR=" DELIMITED BY SIZE
               GCD-CF-ERR-Z DELIMITED BY SIZE
               INTO GCD-RESULT-LINE
               WITH POINTER GCD-FR-PT
           END-STRING.
           WRITE GCD-RESULT-REC FROM GCD-RESULT-LINE.
           PERFORM GCD-RESULT-WRITE-CHECK.
       EXIT SECTION.
       GCD-FRAC-REJECT-WRITE SECTION.
           MOVE GCD-LIST-NO TO GCD-LIST-NO-Z.
           MOVE SPACES TO GCD-RESULT-LINE.
           END-STRING.
           WRITE GCD-RESULT-REC FROM GCD-RESULT-LINE.
           PERFORM GCD-RESULT-WRITE-CHECK.
           MOVE GCD-FR-REASON TO RJ-REASON-CODE.
           MOVE SPACES TO RJ-REASON-TEXT.
           STRING FUNCTION TRIM(GCD-FR-T0) DELIMITED BY SIZE
               " OPERATION REFUSED" DELIMITED BY SIZE
               INTO RJ-REASON-TEXT
           END-STRING.
           MOVE GCD-INPUT-REC(1:132) TO RJ-IMAGE.
           PERFORM GCD-REJREC-WRITE.
       EXIT SECTION.
      *>   GCD-CALCULATE takes GCD(1)/GCD(2) as signed values and works
      *>   off their absolute values, so a correction feed's negative
                   " FS=" GCD-TRACE-FS
           END-IF.
       EXIT SECTION.
      *>   GCD-REJECT-WRITE puts a pair GCD-CALCULATE refused to
      *>   reduce (currently: both values zero) on the reject trail.
      *>   Inside a batch run the record image is the list's value
      *>   record; a caller PERFORMing the section directly has no
      *>   input record, so the pair itself stands in for it.
       GCD-REJECT-WRITE SECTION.
           MOVE "ZERO-PAIR" TO RJ-REASON-CODE.
           MOVE "GCD OF 0 AND 0 IS UNDEFINED" TO RJ-REASON-TEXT.
           IF GCD-LIST-NO > 0
               MOVE GCD-INPUT-REC(1:132) TO RJ-IMAGE
           ELSE
               MOVE "PAIR=0,0" TO RJ-IMAGE
           END-IF.
           PERFORM GCD-REJREC-WRITE.
       EXIT SECTION.
      *>   GCD-REJREC-WRITE finishes the RJ-RECORD the caller staged
      *>   (program, input dataset, group number, run timestamp)
      *>   and appends it to GCD-REJECT-DSN under the open-once
      *>   discipline of the other trails.
       GCD-REJREC-WRITE SECTION.
           MOVE "GCDLCM" TO RJ-PROGRAM.
           MOVE GCD-INPUT-DSN TO RJ-INPUT-DSN.
           MOVE GCD-LIST-NO TO RJ-RECORD-NO.
           PERFORM REJREC-STAMP.
           IF NOT GCD-REJECT-OPENED
               OPEN EXTEND GCD-REJECT-FILE
               IF GCD-REJECT-FS = "05" OR GCD-REJECT-FS = "35"
               END-IF
               MOVE 1 TO GCD-REJECT-OPEN-SW
           END-IF.
           WRITE GCD-REJECT-REC FROM RJ-RECORD.
           IF GCD-REJECT-FS NOT = "00" AND GCD-REJECT-ERR-SW = 0
               MOVE 1 TO GCD-REJECT-ERR-SW
               DISPLAY "GCDLCM: WRITE FAILED ON DSN="
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log. A good write is counted
      *>   toward the step's records written.
       GCD-RESULT-WRITE-CHECK SECTION.
           IF GCD-RESULT-FS = "00"
               ADD 1 TO GCD-OUT-CNT
           END-IF.
           IF GCD-RESULT-FS NOT = "00" AND GCD-RESULT-ERR-SW = 0
               MOVE 1 TO GCD-RESULT-ERR-SW
               MOVE 8 TO GCD-BATCH-RC
       EXIT SECTION.
       COPY "HRTBEATP.cpy".
       COPY "JOBAUDITP.cpy".
       COPY "REJRECP.cpy".
       END PROGRAM GCDLCM.
