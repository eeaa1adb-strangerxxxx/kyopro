       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFFUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   DIF-FILE-A/DIF-FILE-B are two versions of one text
      *>   dataset — a BATCHCTL.DAT member before and after an edit,
      *>   or a report layout from two runs. COMPAREUTIL's lockstep
      *>   compare pairs them by position, so one line inserted near
      *>   the top shows every line after it as a mismatch; here
      *>   the two are aligned on their longest common subsequence
      *>   of lines instead, and only the lines that really went in,
      *>   came out, or were replaced are reported.
           SELECT DIF-FILE-A ASSIGN TO DYNAMIC DIF-A-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIF-A-FS.
           SELECT DIF-FILE-B ASSIGN TO DYNAMIC DIF-B-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIF-B-FS.
      *>   DIF-REPORT-FILE gets the difference in the style of a
      *>   unified diff: "--- A" and "+++ B" heads, then one hunk
      *>   per run of nearby blocks, "@@ -a,n +b,m @@" and its lines
      *>   marked " " (context), "-" (only in A) or "+" (only in B).
      *>   A BLOCK line per block then names it INSERTED, DELETED or
      *>   CHANGED with its line range on both sides, and a closing
      *>   DIFF line carries the totals.
           SELECT DIF-REPORT-FILE ASSIGN TO DYNAMIC DIF-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIF-REPORT-FS.
      *>   DIF-CTRL-FILE carries this run's rules, in COMPAREUTIL's
      *>   control-record form: "MASK pos len" and "MASKFIELD n"
      *>   (up to 20 of each) blank a byte range or the n-th space-
      *>   delimited field of every line on both sides before lines
      *>   are compared, so run timestamps embedded in a report do
      *>   not turn every line into a change; "CONTEXT n" sets the
      *>   unchanged lines shown around each block (default 3). A
      *>   masked line still prints as it stands in its dataset.
           SELECT DIF-CTRL-FILE ASSIGN TO DYNAMIC DIF-CTRL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIF-CTRL-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD DIF-FILE-A.
               01 DIF-A-REC PIC X(132).
           FD DIF-FILE-B.
               01 DIF-B-REC PIC X(132).
           FD DIF-REPORT-FILE.
               01 DIF-REPORT-REC PIC X(133).
           FD DIF-CTRL-FILE.
               01 DIF-CTRL-REC PIC X(80).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           01 DIF-WK.
               03 DIF-A-DSN PIC X(100) VALUE "DIFFA.DAT".
               03 DIF-A-FS PIC XX.
               03 DIF-B-DSN PIC X(100) VALUE "DIFFB.DAT".
               03 DIF-B-FS PIC XX.
               03 DIF-REPORT-DSN PIC X(100) VALUE "DIFFRPT.LOG".
               03 DIF-REPORT-FS PIC XX.
               03 DIF-REPORT-LINE PIC X(133).
               03 DIF-RPT-ERR-SW PIC 9 VALUE 0.
               03 DIF-BATCH-RC PIC S9(4) VALUE 0.
               03 DIF-PT BINARY-LONG SIGNED VALUE 1.
               03 DIF-VAL-Z PIC Z(9)9.
               03 DIF-VAL2-Z PIC Z(9)9.
           01 DIF-CTRL-WK.
               03 DIF-CTRL-DSN PIC X(100) VALUE "DIFFCTL.DAT".
               03 DIF-CTRL-FS PIC XX.
               03 DIF-CTRL-OP PIC X(12).
               03 DIF-CTRL-T1 PIC X(20).
               03 DIF-CTRL-T2 PIC X(20).
               03 DIF-CTRL-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 DIF-CONTEXT BINARY-LONG SIGNED VALUE 3.
      *>   The mask tables are COMPAREUTIL's CMP-MASK-WK, so a rule
      *>   set written for a regression pair means the same here.
           01 DIF-MASK-WK.
      *>   DIF-MASK-MAX mirrors both mask tables' OCCURS bound.
               03 DIF-MASK-MAX BINARY-LONG SIGNED VALUE 20.
               03 DIF-MASK-CNT BINARY-LONG SIGNED VALUE 0.
               03 DIF-FMASK-CNT BINARY-LONG SIGNED VALUE 0.
               03 DIF-MASK-TAB.
                   05 DIF-MASK-I OCCURS 20 TIMES.
                       07 DIF-MASK-POS BINARY-LONG SIGNED.
                       07 DIF-MASK-LEN BINARY-LONG SIGNED.
               03 DIF-FMASK-TAB.
                   05 DIF-FMASK OCCURS 20 TIMES
                                   BINARY-LONG SIGNED.
               03 DIF-MASK-BUF PIC X(132).
               03 DIF-MASK-K BINARY-LONG SIGNED VALUE 0.
               03 DIF-MASK-M BINARY-LONG SIGNED VALUE 0.
               03 DIF-MASK-FLDNO BINARY-LONG SIGNED VALUE 0.
               03 DIF-MASK-PREV-SW PIC 9 VALUE 1.
               03 DIF-MASK-HIT-SW PIC 9 VALUE 0.
      *>   Both datasets are held whole, each line beside its masked
      *>   compare image; DIF-MAX mirrors the OCCURS ceiling, and a
      *>   longer dataset fails the step rather than being compared
      *>   short. The common leading and trailing runs are matched
      *>   off first, so the LCS table only spans the region between
      *>   them — for an edited control member, a few lines.
      *>   DIF-CELL-MAX mirrors DIF-LCS's OCCURS ceiling: a changed
      *>   region of more than that many line pairs is refused, not
      *>   guessed at. DIF-LCS(i * (n2 + 1) + j + 1) is the LCS
      *>   length of the region's A lines past i against its B
      *>   lines past j.
           01 DIF-LCS-WK.
               03 DIF-MAX BINARY-LONG SIGNED VALUE 20000.
               03 DIF-CELL-MAX BINARY-LONG SIGNED VALUE 4004001.
               03 DIF-NA BINARY-LONG SIGNED VALUE 0.
               03 DIF-NB BINARY-LONG SIGNED VALUE 0.
               03 DIF-PRE BINARY-LONG SIGNED VALUE 0.
               03 DIF-SUF BINARY-LONG SIGNED VALUE 0.
               03 DIF-N1 BINARY-LONG SIGNED VALUE 0.
               03 DIF-N2 BINARY-LONG SIGNED VALUE 0.
               03 DIF-I BINARY-LONG SIGNED VALUE 0.
               03 DIF-J BINARY-LONG SIGNED VALUE 0.
               03 DIF-K BINARY-LONG SIGNED VALUE 0.
               03 DIF-CELLS BINARY-DOUBLE SIGNED VALUE 0.
               03 DIF-DOWN BINARY-LONG SIGNED VALUE 0.
               03 DIF-RIGHT BINARY-LONG SIGNED VALUE 0.
               03 DIF-COMMON BINARY-LONG SIGNED VALUE 0.
               03 DIF-A-TAB.
                   05 DIF-A-I OCCURS 20000 TIMES.
                       07 DIF-A-TEXT PIC X(132).
                       07 DIF-A-KEY PIC X(132).
               03 DIF-B-TAB.
                   05 DIF-B-I OCCURS 20000 TIMES.
                       07 DIF-B-TEXT PIC X(132).
                       07 DIF-B-KEY PIC X(132).
               03 DIF-LCS-L.
                   05 DIF-LCS OCCURS 4004001 TIMES
                                   BINARY-SHORT UNSIGNED.
      *>   One DIF-BLK entry per block of unmatched lines: where it
      *>   starts on each side (the line it replaces or precedes)
      *>   and how many lines it takes from each. A block with
      *>   lines on one side only is DELETED or INSERTED, one with
      *>   both is CHANGED.
           01 DIF-BLK-WK.
               03 DIF-BLK-CNT BINARY-LONG SIGNED VALUE 0.
               03 DIF-BLK-OPEN-SW PIC 9 VALUE 0.
                   88 DIF-BLK-OPEN VALUE 1.
               03 DIF-INS-CNT BINARY-LONG SIGNED VALUE 0.
               03 DIF-DEL-CNT BINARY-LONG SIGNED VALUE 0.
               03 DIF-CHG-CNT BINARY-LONG SIGNED VALUE 0.
               03 DIF-H1 BINARY-LONG SIGNED VALUE 0.
               03 DIF-H2 BINARY-LONG SIGNED VALUE 0.
               03 DIF-LEAD BINARY-LONG SIGNED VALUE 0.
               03 DIF-TRAIL BINARY-LONG SIGNED VALUE 0.
               03 DIF-AS BINARY-LONG SIGNED VALUE 0.
               03 DIF-AN BINARY-LONG SIGNED VALUE 0.
               03 DIF-BS BINARY-LONG SIGNED VALUE 0.
               03 DIF-BN BINARY-LONG SIGNED VALUE 0.
               03 DIF-CTX-FROM BINARY-LONG SIGNED VALUE 0.
               03 DIF-CTX-TO BINARY-LONG SIGNED VALUE 0.
               03 DIF-KIND PIC X(8).
               03 DIF-MARK PIC X.
               03 DIF-BLK-TAB.
                   05 DIF-BLK OCCURS 20001 TIMES.
                       07 DIF-BLK-AS BINARY-LONG SIGNED.
                       07 DIF-BLK-AN BINARY-LONG SIGNED.
                       07 DIF-BLK-BS BINARY-LONG SIGNED.
                       07 DIF-BLK-BN BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   DIF-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite. RETURN-CODE comes back 0 when the two
      *>   datasets agree line for line (after masking), 4 when any
      *>   block was reported, and 8 when a dataset would not open
      *>   or load whole, a control rule was refused, or the changed
      *>   region was too large to align — COMPAREUTIL's scale, so
      *>   a battery's COND= clauses read the same for either. It
      *>   ends in GOBACK rather than STOP RUN so a CALLer gets
      *>   control back; run standalone, GOBACK with no caller ends
      *>   the run unit all the same.
       DIF-RUN SECTION.
           PERFORM DIF-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO DIF-BATCH-RC.
           MOVE 0 TO DIF-RPT-ERR-SW.
           MOVE 0 TO DIF-NA.
           MOVE 0 TO DIF-NB.
           MOVE 0 TO DIF-BLK-CNT.
           OPEN OUTPUT DIF-REPORT-FILE.
           IF DIF-REPORT-FS NOT = "00"
               MOVE 8 TO DIF-BATCH-RC
               DISPLAY "DIFFUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(DIF-REPORT-DSN)
                   " FS=" DIF-REPORT-FS
           ELSE
               PERFORM DIF-CTRL-LOAD
               IF DIF-BATCH-RC = 8
                   MOVE SPACES TO DIF-REPORT-LINE
                   STRING "DIFFUTIL: BAD CONTROL RULE, RUN REFUSED"
                       DELIMITED BY SIZE
                       INTO DIF-REPORT-LINE
                   END-STRING
                   WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE
                   PERFORM DIF-REPORT-WRITE-CHECK
               ELSE
                   PERFORM DIF-LOAD
                   IF DIF-BATCH-RC < 8
                       PERFORM DIF-ALIGN
                   END-IF
                   IF DIF-BATCH-RC < 8
                       PERFORM DIF-HUNKS-WRITE
                       PERFORM DIF-SUMMARY-WRITE
                       IF DIF-BLK-CNT > 0 AND DIF-BATCH-RC < 4
                           MOVE 4 TO DIF-BATCH-RC
                       END-IF
                   END-IF
               END-IF
               CLOSE DIF-REPORT-FILE
           END-IF.
           IF DIF-RPT-ERR-SW = 1
               MOVE 8 TO DIF-BATCH-RC
           END-IF.
           MOVE DIF-BATCH-RC TO RETURN-CODE.
           MOVE "DIFJOB01" TO JA-JOB-ID.
           MOVE DIF-A-DSN TO JA-INPUT-DSN.
           MOVE DIF-NA TO JA-RECORD-COUNT.
           MOVE DIF-NA TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   DIF-CTRL-LOAD reads this run's rules off DIF-CTRL-DSN. No
      *>   control dataset leaves an unmasked compare with three
      *>   lines of context. A rule that cannot be honoured refuses
      *>   the run with RC 8, as in COMPAREUTIL; an unknown record
      *>   is reported and skipped with RC 4.
       DIF-CTRL-LOAD SECTION.
           MOVE 0 TO DIF-MASK-CNT.
           MOVE 0 TO DIF-FMASK-CNT.
           MOVE 3 TO DIF-CONTEXT.
           OPEN INPUT DIF-CTRL-FILE.
           IF DIF-CTRL-FS = "00"
               PERFORM UNTIL DIF-CTRL-FS = "10"
                   READ DIF-CTRL-FILE
                       AT END
                           MOVE "10" TO DIF-CTRL-FS
                       NOT AT END
                           PERFORM DIF-CTRL-RECORD-PROCESS
                   END-READ
               END-PERFORM
               CLOSE DIF-CTRL-FILE
           END-IF.
       EXIT SECTION.
       DIF-CTRL-RECORD-PROCESS SECTION.
           IF DIF-CTRL-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO DIF-CTRL-OP.
           MOVE SPACES TO DIF-CTRL-T1.
           MOVE SPACES TO DIF-CTRL-T2.
           MOVE 0 TO DIF-CTRL-TALLY.
           UNSTRING DIF-CTRL-REC DELIMITED BY ALL SPACE
               INTO DIF-CTRL-OP DIF-CTRL-T1 DIF-CTRL-T2
               TALLYING IN DIF-CTRL-TALLY
           END-UNSTRING.
           EVALUATE TRUE
               WHEN DIF-CTRL-OP = "MASK"
                       AND DIF-CTRL-TALLY >= 3
                   COMPUTE DIF-MASK-K =
                       FUNCTION NUMVAL(DIF-CTRL-T1)
                   COMPUTE DIF-MASK-M =
                       FUNCTION NUMVAL(DIF-CTRL-T2)
                   IF DIF-MASK-K < 1 OR DIF-MASK-M < 1
                           OR DIF-MASK-K + DIF-MASK-M > 133
                           OR DIF-MASK-CNT >= DIF-MASK-MAX
                       MOVE 8 TO DIF-BATCH-RC
                       DISPLAY "DIFFUTIL: BAD MASK RULE "
                           DIF-CTRL-REC(1:40)
                   ELSE
                       ADD 1 TO DIF-MASK-CNT
                       MOVE DIF-MASK-K TO DIF-MASK-POS(DIF-MASK-CNT)
                       MOVE DIF-MASK-M TO DIF-MASK-LEN(DIF-MASK-CNT)
                   END-IF
               WHEN DIF-CTRL-OP = "MASKFIELD"
                       AND DIF-CTRL-TALLY >= 2
                   COMPUTE DIF-MASK-K =
                       FUNCTION NUMVAL(DIF-CTRL-T1)
                   IF DIF-MASK-K < 1 OR DIF-MASK-K > 16
                           OR DIF-FMASK-CNT >= DIF-MASK-MAX
                       MOVE 8 TO DIF-BATCH-RC
                       DISPLAY "DIFFUTIL: BAD MASKFIELD RULE "
                           DIF-CTRL-REC(1:40)
                   ELSE
                       ADD 1 TO DIF-FMASK-CNT
                       MOVE DIF-MASK-K TO DIF-FMASK(DIF-FMASK-CNT)
                   END-IF
               WHEN DIF-CTRL-OP = "CONTEXT"
                       AND DIF-CTRL-TALLY >= 2
                   IF FUNCTION TEST-NUMVAL(DIF-CTRL-T1) NOT = 0
                       MOVE 8 TO DIF-BATCH-RC
                       DISPLAY "DIFFUTIL: BAD CONTEXT RULE "
                           DIF-CTRL-REC(1:40)
                   ELSE
                       COMPUTE DIF-MASK-K =
                           FUNCTION NUMVAL(DIF-CTRL-T1)
                       IF DIF-MASK-K < 0 OR DIF-MASK-K > 999
                           MOVE 8 TO DIF-BATCH-RC
                           DISPLAY "DIFFUTIL: BAD CONTEXT RULE "
                               DIF-CTRL-REC(1:40)
                       ELSE
                           MOVE DIF-MASK-K TO DIF-CONTEXT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF DIF-BATCH-RC < 4
                       MOVE 4 TO DIF-BATCH-RC
                   END-IF
                   DISPLAY "DIFFUTIL: UNKNOWN CONTROL RECORD "
                       DIF-CTRL-REC(1:40)
           END-EVALUATE.
       EXIT SECTION.
      *>   DIF-LOAD reads both datasets whole into DIF-A-TAB and
      *>   DIF-B-TAB, each line with its masked compare image.
       DIF-LOAD SECTION.
           OPEN INPUT DIF-FILE-A.
           OPEN INPUT DIF-FILE-B.
           IF DIF-A-FS NOT = "00" OR DIF-B-FS NOT = "00"
               MOVE 8 TO DIF-BATCH-RC
               MOVE SPACES TO DIF-REPORT-LINE
               STRING "DIFFUTIL: COULD NOT OPEN BOTH DATASETS, "
                   "DIF-A-FS=" DELIMITED BY SIZE
                   DIF-A-FS DELIMITED BY SIZE
                   " DIF-B-FS=" DELIMITED BY SIZE
                   DIF-B-FS DELIMITED BY SIZE
                   INTO DIF-REPORT-LINE
               END-STRING
               WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE
               PERFORM DIF-REPORT-WRITE-CHECK
               CLOSE DIF-FILE-A
               CLOSE DIF-FILE-B
               EXIT SECTION
           END-IF.
           PERFORM UNTIL DIF-A-FS NOT = "00"
               READ DIF-FILE-A
                   AT END
                       MOVE "10" TO DIF-A-FS
                   NOT AT END
                       IF DIF-NA >= DIF-MAX
                           MOVE "TL" TO DIF-A-FS
                       ELSE
                           ADD 1 TO DIF-NA
                           MOVE DIF-A-REC TO DIF-A-TEXT(DIF-NA)
                           MOVE DIF-A-REC TO DIF-MASK-BUF
                           PERFORM DIF-MASK-APPLY
                           MOVE DIF-MASK-BUF TO DIF-A-KEY(DIF-NA)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM UNTIL DIF-B-FS NOT = "00"
               READ DIF-FILE-B
                   AT END
                       MOVE "10" TO DIF-B-FS
                   NOT AT END
                       IF DIF-NB >= DIF-MAX
                           MOVE "TL" TO DIF-B-FS
                       ELSE
                           ADD 1 TO DIF-NB
                           MOVE DIF-B-REC TO DIF-B-TEXT(DIF-NB)
                           MOVE DIF-B-REC TO DIF-MASK-BUF
                           PERFORM DIF-MASK-APPLY
                           MOVE DIF-MASK-BUF TO DIF-B-KEY(DIF-NB)
                       END-IF
               END-READ
           END-PERFORM.
           IF DIF-A-FS = "10" AND DIF-B-FS = "10"
               CLOSE DIF-FILE-A
               CLOSE DIF-FILE-B
           ELSE
               MOVE 8 TO DIF-BATCH-RC
               MOVE DIF-MAX TO DIF-VAL-Z
               MOVE SPACES TO DIF-REPORT-LINE
               STRING "DIFFUTIL: DATASET NOT READ WHOLE, "
                   "DIF-A-FS=" DELIMITED BY SIZE
                   DIF-A-FS DELIMITED BY SIZE
                   " DIF-B-FS=" DELIMITED BY SIZE
                   DIF-B-FS DELIMITED BY SIZE
                   " LIMIT=" DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
                   INTO DIF-REPORT-LINE
               END-STRING
               WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE
               PERFORM DIF-REPORT-WRITE-CHECK
               CLOSE DIF-FILE-A
               CLOSE DIF-FILE-B
           END-IF.
       EXIT SECTION.
      *>   DIF-MASK-APPLY is COMPAREUTIL's CMP-MASK-APPLY over
      *>   DIF-MASK-BUF: field masks first, while the line still
      *>   carries its original field layout, then byte ranges.
       DIF-MASK-APPLY SECTION.
           IF DIF-FMASK-CNT > 0
               MOVE 0 TO DIF-MASK-FLDNO
               MOVE 1 TO DIF-MASK-PREV-SW
               PERFORM VARYING DIF-MASK-K FROM 1 BY 1
                       UNTIL DIF-MASK-K > 132
                   IF DIF-MASK-BUF(DIF-MASK-K:1) = SPACE
                       MOVE 1 TO DIF-MASK-PREV-SW
                   ELSE
                       IF DIF-MASK-PREV-SW = 1
                           ADD 1 TO DIF-MASK-FLDNO
                       END-IF
                       MOVE 0 TO DIF-MASK-PREV-SW
                       MOVE 0 TO DIF-MASK-HIT-SW
                       PERFORM VARYING DIF-MASK-M FROM 1 BY 1
                               UNTIL DIF-MASK-M > DIF-FMASK-CNT
                           IF DIF-FMASK(DIF-MASK-M)
                                   = DIF-MASK-FLDNO
                               MOVE 1 TO DIF-MASK-HIT-SW
                           END-IF
                       END-PERFORM
                       IF DIF-MASK-HIT-SW = 1
                           MOVE SPACE
                               TO DIF-MASK-BUF(DIF-MASK-K:1)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING DIF-MASK-M FROM 1 BY 1
                   UNTIL DIF-MASK-M > DIF-MASK-CNT
               MOVE SPACES TO DIF-MASK-BUF
                   (DIF-MASK-POS(DIF-MASK-M):
                       DIF-MASK-LEN(DIF-MASK-M))
           END-PERFORM.
       EXIT SECTION.
      *>   DIF-ALIGN matches off the common leading and trailing
      *>   runs, fills the LCS table for the region between them
      *>   from its far corner back, then walks it forward from the
      *>   near corner: equal lines are a match, otherwise the step
      *>   that keeps the longer common subsequence is taken —
      *>   dropping the A line on a tie, so a block lists what went
      *>   out before what came in. Each run of unmatched lines
      *>   between two matches becomes one DIF-BLK entry.
       DIF-ALIGN SECTION.
           MOVE 0 TO DIF-PRE.
           PERFORM UNTIL DIF-PRE >= DIF-NA OR DIF-PRE >= DIF-NB
               IF DIF-A-KEY(DIF-PRE + 1) NOT = DIF-B-KEY(DIF-PRE + 1)
                   EXIT PERFORM
               END-IF
               ADD 1 TO DIF-PRE
           END-PERFORM.
           MOVE 0 TO DIF-SUF.
           PERFORM UNTIL DIF-SUF >= DIF-NA - DIF-PRE
                   OR DIF-SUF >= DIF-NB - DIF-PRE
               IF DIF-A-KEY(DIF-NA - DIF-SUF)
                       NOT = DIF-B-KEY(DIF-NB - DIF-SUF)
                   EXIT PERFORM
               END-IF
               ADD 1 TO DIF-SUF
           END-PERFORM.
           COMPUTE DIF-N1 = DIF-NA - DIF-PRE - DIF-SUF.
           COMPUTE DIF-N2 = DIF-NB - DIF-PRE - DIF-SUF.
           COMPUTE DIF-COMMON = DIF-PRE + DIF-SUF.
           COMPUTE DIF-CELLS = (DIF-N1 + 1) * (DIF-N2 + 1).
           IF DIF-CELLS > DIF-CELL-MAX
               MOVE 8 TO DIF-BATCH-RC
               MOVE DIF-N1 TO DIF-VAL-Z
               MOVE DIF-N2 TO DIF-VAL2-Z
               MOVE SPACES TO DIF-REPORT-LINE
               STRING "DIFFUTIL: CHANGED REGION TOO LARGE TO ALIGN, "
                   "A-LINES=" DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
                   " B-LINES=" DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
                   INTO DIF-REPORT-LINE
               END-STRING
               WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE
               PERFORM DIF-REPORT-WRITE-CHECK
               EXIT SECTION
           END-IF.
           PERFORM VARYING DIF-I FROM DIF-N1 BY -1 UNTIL DIF-I < 0
               PERFORM VARYING DIF-J FROM DIF-N2 BY -1
                       UNTIL DIF-J < 0
                   COMPUTE DIF-K = DIF-I * (DIF-N2 + 1) + DIF-J + 1
                   IF DIF-I = DIF-N1 OR DIF-J = DIF-N2
                       MOVE 0 TO DIF-LCS(DIF-K)
                   ELSE
                       IF DIF-A-KEY(DIF-PRE + DIF-I + 1)
                               = DIF-B-KEY(DIF-PRE + DIF-J + 1)
                           COMPUTE DIF-LCS(DIF-K) =
                               DIF-LCS(DIF-K + DIF-N2 + 2) + 1
                       ELSE
                           MOVE DIF-LCS(DIF-K + DIF-N2 + 1)
                               TO DIF-DOWN
                           MOVE DIF-LCS(DIF-K + 1) TO DIF-RIGHT
                           IF DIF-DOWN >= DIF-RIGHT
                               MOVE DIF-DOWN TO DIF-LCS(DIF-K)
                           ELSE
                               MOVE DIF-RIGHT TO DIF-LCS(DIF-K)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO DIF-BLK-OPEN-SW.
           MOVE 0 TO DIF-I.
           MOVE 0 TO DIF-J.
           PERFORM UNTIL DIF-I >= DIF-N1 AND DIF-J >= DIF-N2
               EVALUATE TRUE
                   WHEN DIF-I >= DIF-N1
                       PERFORM DIF-BLK-EXTEND
                       ADD 1 TO DIF-BLK-BN(DIF-BLK-CNT)
                       ADD 1 TO DIF-J
                   WHEN DIF-J >= DIF-N2
                       PERFORM DIF-BLK-EXTEND
                       ADD 1 TO DIF-BLK-AN(DIF-BLK-CNT)
                       ADD 1 TO DIF-I
                   WHEN DIF-A-KEY(DIF-PRE + DIF-I + 1)
                           = DIF-B-KEY(DIF-PRE + DIF-J + 1)
                       MOVE 0 TO DIF-BLK-OPEN-SW
                       ADD 1 TO DIF-COMMON
                       ADD 1 TO DIF-I
                       ADD 1 TO DIF-J
                   WHEN OTHER
                       COMPUTE DIF-K = DIF-I * (DIF-N2 + 1) + DIF-J + 1
                       PERFORM DIF-BLK-EXTEND
                       IF DIF-LCS(DIF-K + DIF-N2 + 1)
                               >= DIF-LCS(DIF-K + 1)
                           ADD 1 TO DIF-BLK-AN(DIF-BLK-CNT)
                           ADD 1 TO DIF-I
                       ELSE
                           ADD 1 TO DIF-BLK-BN(DIF-BLK-CNT)
                           ADD 1 TO DIF-J
                       END-IF
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
      *>   DIF-BLK-EXTEND opens a new block at the walk's current
      *>   position on both sides unless one is already open.
       DIF-BLK-EXTEND SECTION.
           IF DIF-BLK-OPEN
               EXIT SECTION
           END-IF.
           MOVE 1 TO DIF-BLK-OPEN-SW.
           ADD 1 TO DIF-BLK-CNT.
           COMPUTE DIF-BLK-AS(DIF-BLK-CNT) = DIF-PRE + DIF-I + 1.
           COMPUTE DIF-BLK-BS(DIF-BLK-CNT) = DIF-PRE + DIF-J + 1.
           MOVE 0 TO DIF-BLK-AN(DIF-BLK-CNT).
           MOVE 0 TO DIF-BLK-BN(DIF-BLK-CNT).
       EXIT SECTION.
      *>   DIF-HUNKS-WRITE groups the blocks into hunks — a block
      *>   whose leading context would touch the previous block's
      *>   trailing context joins that block's hunk, as in a unified
      *>   diff — and writes each hunk: its "@@" range line, then
      *>   context, "-" and "+" lines in A order. The lines between
      *>   two blocks are matched, so the same count lies between
      *>   them on both sides and context is printed from A.
       DIF-HUNKS-WRITE SECTION.
           MOVE SPACES TO DIF-REPORT-LINE.
           STRING "--- " DELIMITED BY SIZE
               FUNCTION TRIM(DIF-A-DSN) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
           END-STRING.
           WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE.
           PERFORM DIF-REPORT-WRITE-CHECK.
           MOVE SPACES TO DIF-REPORT-LINE.
           STRING "+++ " DELIMITED BY SIZE
               FUNCTION TRIM(DIF-B-DSN) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
           END-STRING.
           WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE.
           PERFORM DIF-REPORT-WRITE-CHECK.
           MOVE 1 TO DIF-H1.
           PERFORM UNTIL DIF-H1 > DIF-BLK-CNT
               MOVE DIF-H1 TO DIF-H2
               PERFORM UNTIL DIF-H2 >= DIF-BLK-CNT
                   IF DIF-BLK-AS(DIF-H2 + 1)
                           - (DIF-BLK-AS(DIF-H2) + DIF-BLK-AN(DIF-H2))
                           > 2 * DIF-CONTEXT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO DIF-H2
               END-PERFORM
               PERFORM DIF-HUNK-WRITE
               COMPUTE DIF-H1 = DIF-H2 + 1
           END-PERFORM.
       EXIT SECTION.
      *>   DIF-HUNK-WRITE writes blocks DIF-H1 through DIF-H2 as one
      *>   hunk. Its range line follows the unified-diff convention:
      *>   a side the hunk takes no lines from is numbered by the
      *>   line before it.
       DIF-HUNK-WRITE SECTION.
           COMPUTE DIF-LEAD = DIF-BLK-AS(DIF-H1) - 1.
           IF DIF-LEAD > DIF-CONTEXT
               MOVE DIF-CONTEXT TO DIF-LEAD
           END-IF.
           COMPUTE DIF-TRAIL = DIF-NA - DIF-BLK-AS(DIF-H2)
               - DIF-BLK-AN(DIF-H2) + 1.
           IF DIF-TRAIL > DIF-CONTEXT
               MOVE DIF-CONTEXT TO DIF-TRAIL
           END-IF.
           COMPUTE DIF-AS = DIF-BLK-AS(DIF-H1) - DIF-LEAD.
           COMPUTE DIF-AN = DIF-BLK-AS(DIF-H2) + DIF-BLK-AN(DIF-H2)
               + DIF-TRAIL - DIF-AS.
           COMPUTE DIF-BS = DIF-BLK-BS(DIF-H1) - DIF-LEAD.
           COMPUTE DIF-BN = DIF-BLK-BS(DIF-H2) + DIF-BLK-BN(DIF-H2)
               + DIF-TRAIL - DIF-BS.
           IF DIF-AN = 0
               SUBTRACT 1 FROM DIF-AS
           END-IF.
           IF DIF-BN = 0
               SUBTRACT 1 FROM DIF-BS
           END-IF.
           MOVE SPACES TO DIF-REPORT-LINE.
           MOVE 1 TO DIF-PT.
           MOVE DIF-AS TO DIF-VAL-Z.
           MOVE DIF-AN TO DIF-VAL2-Z.
           STRING "@@ -" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
               WITH POINTER DIF-PT
           END-STRING.
           MOVE DIF-BS TO DIF-VAL-Z.
           MOVE DIF-BN TO DIF-VAL2-Z.
           STRING " +" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
               " @@" DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
               WITH POINTER DIF-PT
           END-STRING.
           WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE.
           PERFORM DIF-REPORT-WRITE-CHECK.
           COMPUTE DIF-CTX-FROM = DIF-BLK-AS(DIF-H1) - DIF-LEAD.
           PERFORM VARYING DIF-K FROM DIF-H1 BY 1
                   UNTIL DIF-K > DIF-H2
               COMPUTE DIF-CTX-TO = DIF-BLK-AS(DIF-K) - 1
               MOVE " " TO DIF-MARK
               PERFORM VARYING DIF-I FROM DIF-CTX-FROM BY 1
                       UNTIL DIF-I > DIF-CTX-TO
                   PERFORM DIF-A-LINE-WRITE
               END-PERFORM
               MOVE "-" TO DIF-MARK
               PERFORM VARYING DIF-I FROM DIF-BLK-AS(DIF-K) BY 1
                       UNTIL DIF-I >= DIF-BLK-AS(DIF-K)
                           + DIF-BLK-AN(DIF-K)
                   PERFORM DIF-A-LINE-WRITE
               END-PERFORM
               PERFORM VARYING DIF-J FROM DIF-BLK-BS(DIF-K) BY 1
                       UNTIL DIF-J >= DIF-BLK-BS(DIF-K)
                           + DIF-BLK-BN(DIF-K)
                   MOVE SPACES TO DIF-REPORT-LINE
                   STRING "+" DELIMITED BY SIZE
                       DIF-B-TEXT(DIF-J) DELIMITED BY SIZE
                       INTO DIF-REPORT-LINE
                   END-STRING
                   WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE
                   PERFORM DIF-REPORT-WRITE-CHECK
               END-PERFORM
               COMPUTE DIF-CTX-FROM =
                   DIF-BLK-AS(DIF-K) + DIF-BLK-AN(DIF-K)
           END-PERFORM.
           COMPUTE DIF-CTX-TO = DIF-CTX-FROM + DIF-TRAIL - 1.
           MOVE " " TO DIF-MARK.
           PERFORM VARYING DIF-I FROM DIF-CTX-FROM BY 1
                   UNTIL DIF-I > DIF-CTX-TO
               PERFORM DIF-A-LINE-WRITE
           END-PERFORM.
       EXIT SECTION.
       DIF-A-LINE-WRITE SECTION.
           MOVE SPACES TO DIF-REPORT-LINE.
           STRING DIF-MARK DELIMITED BY SIZE
               DIF-A-TEXT(DIF-I) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
           END-STRING.
           WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE.
           PERFORM DIF-REPORT-WRITE-CHECK.
       EXIT SECTION.
      *>   DIF-SUMMARY-WRITE names every block — its kind and its
      *>   "start,count" on each side, numbered as in the hunks —
      *>   then writes the DIFF totals line. Identical datasets get
      *>   the totals line alone, with BLOCKS=0.
       DIF-SUMMARY-WRITE SECTION.
           MOVE 0 TO DIF-INS-CNT.
           MOVE 0 TO DIF-DEL-CNT.
           MOVE 0 TO DIF-CHG-CNT.
           PERFORM VARYING DIF-K FROM 1 BY 1
                   UNTIL DIF-K > DIF-BLK-CNT
               EVALUATE TRUE
                   WHEN DIF-BLK-AN(DIF-K) = 0
                       MOVE "INSERTED" TO DIF-KIND
                       ADD 1 TO DIF-INS-CNT
                   WHEN DIF-BLK-BN(DIF-K) = 0
                       MOVE "DELETED" TO DIF-KIND
                       ADD 1 TO DIF-DEL-CNT
                   WHEN OTHER
                       MOVE "CHANGED" TO DIF-KIND
                       ADD 1 TO DIF-CHG-CNT
               END-EVALUATE
               MOVE DIF-BLK-AS(DIF-K) TO DIF-AS
               IF DIF-BLK-AN(DIF-K) = 0
                   SUBTRACT 1 FROM DIF-AS
               END-IF
               MOVE DIF-BLK-BS(DIF-K) TO DIF-BS
               IF DIF-BLK-BN(DIF-K) = 0
                   SUBTRACT 1 FROM DIF-BS
               END-IF
               MOVE SPACES TO DIF-REPORT-LINE
               MOVE 1 TO DIF-PT
               MOVE DIF-K TO DIF-VAL-Z
               STRING "BLOCK=" DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-KIND) DELIMITED BY SIZE
                   INTO DIF-REPORT-LINE
                   WITH POINTER DIF-PT
               END-STRING
               MOVE DIF-AS TO DIF-VAL-Z
               MOVE DIF-BLK-AN(DIF-K) TO DIF-VAL2-Z
               STRING " A=" DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
                   INTO DIF-REPORT-LINE
                   WITH POINTER DIF-PT
               END-STRING
               MOVE DIF-BS TO DIF-VAL-Z
               MOVE DIF-BLK-BN(DIF-K) TO DIF-VAL2-Z
               STRING " B=" DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
                   INTO DIF-REPORT-LINE
                   WITH POINTER DIF-PT
               END-STRING
               WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE
               PERFORM DIF-REPORT-WRITE-CHECK
           END-PERFORM.
           MOVE SPACES TO DIF-REPORT-LINE.
           MOVE 1 TO DIF-PT.
           MOVE DIF-NA TO DIF-VAL-Z.
           MOVE DIF-NB TO DIF-VAL2-Z.
           STRING "DIFF A-LINES=" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
               " B-LINES=" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
               WITH POINTER DIF-PT
           END-STRING.
           MOVE DIF-COMMON TO DIF-VAL-Z.
           MOVE DIF-BLK-CNT TO DIF-VAL2-Z.
           STRING " COMMON=" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
               " BLOCKS=" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
               WITH POINTER DIF-PT
           END-STRING.
           MOVE DIF-INS-CNT TO DIF-VAL-Z.
           MOVE DIF-DEL-CNT TO DIF-VAL2-Z.
           STRING " INSERTED=" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
               " DELETED=" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL2-Z) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
               WITH POINTER DIF-PT
           END-STRING.
           MOVE DIF-CHG-CNT TO DIF-VAL-Z.
           STRING " CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(DIF-VAL-Z) DELIMITED BY SIZE
               INTO DIF-REPORT-LINE
               WITH POINTER DIF-PT
           END-STRING.
           WRITE DIF-REPORT-REC FROM DIF-REPORT-LINE.
           PERFORM DIF-REPORT-WRITE-CHECK.
       EXIT SECTION.
      *>   DIF-PARM-PICKUP takes the A dataset, the report dataset
      *>   and the B dataset from the batch parameter block, in
      *>   COMPAREUTIL's positions (B rides in the parameter text);
      *>   spaces or "*" keeps the default.
       DIF-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO DIF-A-DSN
               ELSE
                   MOVE "DIFFA.DAT" TO DIF-A-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO DIF-REPORT-DSN
               ELSE
                   MOVE "DIFFRPT.LOG" TO DIF-REPORT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO DIF-B-DSN
               ELSE
                   MOVE "DIFFB.DAT" TO DIF-B-DSN
               END-IF
           END-IF.
       EXIT SECTION.
      *>   DIF-REPORT-WRITE-CHECK guards every report write: the
      *>   first failure is diagnosed and fails the step; repeats
      *>   stay quiet so an abnormal volume cannot flood the job log.
       DIF-REPORT-WRITE-CHECK SECTION.
           IF DIF-REPORT-FS NOT = "00" AND DIF-RPT-ERR-SW = 0
               MOVE 1 TO DIF-RPT-ERR-SW
               DISPLAY "DIFFUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(DIF-REPORT-DSN)
                   " FS=" DIF-REPORT-FS
           END-IF.
       EXIT SECTION.
       COPY "JOBAUDITP.cpy".
       END PROGRAM DIFFUTIL.
