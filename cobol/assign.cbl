       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNLIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   ASG-REQUEST-FILE/ASG-RESULT-FILE let ASG-BATCH-RUN solve
      *>   whole staged batches of minimum-cost assignments (workers
      *>   to tasks, operators to shifts) in one job step. Each
      *>   request is MATPOW's shape: a header record "R C" (rows,
      *>   columns; a lone "K" is a K-by-K matrix), then R records
      *>   of C space-delimited costs each. A cost of X forbids
      *>   that pairing outright. Trying every permutation through
      *>   NEXTPERM stops being feasible past about ten rows; this
      *>   module runs the Hungarian method instead, row by row
      *>   along shortest augmenting paths with row and column
      *>   potentials, cubic in the matrix size. A rectangular
      *>   matrix is padded square with zero-cost dummy rows or
      *>   columns, so every row (or column) on the smaller side is
      *>   paired and the leftovers come back UNASSIGNED. A
      *>   forbidden cell costs ASG-FORBID in the padded matrix —
      *>   more than any assignment of permitted cells can total —
      *>   so the solver only lands on one when there is no way
      *>   round it, and that request is REJECTED as INFEASIBLE.
           SELECT ASG-REQUEST-FILE ASSIGN TO DYNAMIC ASG-REQUEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ASG-REQUEST-FS.
           SELECT ASG-RESULT-FILE ASSIGN TO DYNAMIC ASG-RESULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ASG-RESULT-FS.
      *>   ASG-REJECT-FILE is the reject trail: every request
      *>   answered REJECTED is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT ASG-REJECT-FILE ASSIGN TO DYNAMIC ASG-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ASG-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD ASG-REQUEST-FILE.
               01 ASG-REQUEST-REC PIC X(1000).
           FD ASG-RESULT-FILE.
               01 ASG-RESULT-REC PIC X(132).
           FD ASG-REJECT-FILE.
               01 ASG-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 ASG-WK.
               03 ASG-REQUEST-DSN PIC X(100) VALUE "ASGREQ.DAT".
               03 ASG-REQUEST-FS PIC XX.
               03 ASG-RESULT-DSN PIC X(100) VALUE "ASGRESULT.DAT".
               03 ASG-RESULT-FS PIC XX.
               03 ASG-REQ-NO BINARY-LONG UNSIGNED VALUE 0.
               03 ASG-REQ-NO-Z PIC Z(8)9.
               03 ASG-BATCH-RC PIC S9(4) VALUE 0.
               03 ASG-RESULT-ERR-SW PIC 9 VALUE 0.
               03 ASG-REJECT-DSN PIC X(100) VALUE "ASGREJ.LOG".
               03 ASG-REJECT-FS PIC XX.
               03 ASG-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 ASG-REJECT-OPENED VALUE 1.
               03 ASG-REJECT-ERR-SW PIC 9 VALUE 0.
      *>   ASG-IN-RECNO counts physical records read. A refused
      *>   request is trailed under its header record, or under the
      *>   cost row holding the first bad cell.
               03 ASG-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 ASG-REJ-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 ASG-REJ-IMAGE PIC X(132).
               03 ASG-T1 PIC X(20).
               03 ASG-T2 PIC X(20).
               03 ASG-T3 PIC X(20).
               03 ASG-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 ASG-VAL-Z PIC -(18)9.
               03 ASG-ROW-Z PIC Z(8)9.
               03 ASG-COL-Z PIC Z(8)9.
               03 ASG-PT BINARY-LONG SIGNED VALUE 1.
               03 ASG-RESULT-LINE PIC X(132).
               03 ASG-REJECT-SW PIC 9 VALUE 0.
                   88 ASG-REJECTED VALUE 1.
               03 ASG-REASON PIC X(40).
      *>   ASG-MAXN mirrors the cost and solver tables' bounds (the
      *>   solver's are one larger: slot 1 stands for the method's
      *>   column 0, the unmatched sentinel). ASG-COSTMAX keeps a
      *>   permitted cost small enough that ASG-MAXN of them can
      *>   never reach ASG-FORBID, and ASG-FORBID small enough that
      *>   the potentials built over it stay inside a
      *>   BINARY-DOUBLE.
           01 ASG-CALC-WK.
               03 ASG-MAXN BINARY-LONG SIGNED VALUE 50.
               03 ASG-COSTMAX BINARY-DOUBLE SIGNED
                                   VALUE 1000000000000.
               03 ASG-FORBID BINARY-DOUBLE SIGNED
                                   VALUE 1000000000000000.
               03 ASG-INF BINARY-DOUBLE SIGNED
                                   VALUE 4000000000000000000.
               03 ASG-R BINARY-LONG SIGNED VALUE 0.
               03 ASG-C BINARY-LONG SIGNED VALUE 0.
               03 ASG-N BINARY-LONG SIGNED VALUE 0.
               03 ASG-I BINARY-LONG SIGNED VALUE 0.
               03 ASG-J BINARY-LONG SIGNED VALUE 0.
               03 ASG-I0 BINARY-LONG SIGNED VALUE 0.
               03 ASG-J0 BINARY-LONG SIGNED VALUE 0.
               03 ASG-J1 BINARY-LONG SIGNED VALUE 0.
               03 ASG-CUR BINARY-DOUBLE SIGNED VALUE 0.
               03 ASG-DELTA BINARY-DOUBLE SIGNED VALUE 0.
               03 ASG-TOTAL BINARY-DOUBLE SIGNED VALUE 0.
               03 ASG-PAIRS BINARY-LONG SIGNED VALUE 0.
               03 ASG-INFEASIBLE-SW PIC 9 VALUE 0.
                   88 ASG-INFEASIBLE VALUE 1.
               03 ASG-COST-TAB.
                   05 ASG-COST-ROW OCCURS 50 TIMES.
                       07 ASG-COST OCCURS 50 TIMES
                                   BINARY-DOUBLE SIGNED.
                       07 ASG-BAN OCCURS 50 TIMES PIC 9.
      *>   The solver's state, subscripted one above the method's
      *>   own numbering: ASG-U/ASG-V are the row and column
      *>   potentials, ASG-P(j+1) the row holding column j,
      *>   ASG-WAY(j+1) the column before j on the augmenting path,
      *>   ASG-MINV(j+1) column j's best reduced cost so far this
      *>   row, ASG-USED(j+1) whether column j is in the tree.
      *>   ASG-COL-OF(i) is the result: row i's column.
               03 ASG-SOLVE-TAB.
                   05 ASG-SOLVE-I OCCURS 51 TIMES.
                       07 ASG-U BINARY-DOUBLE SIGNED.
                       07 ASG-V BINARY-DOUBLE SIGNED.
                       07 ASG-MINV BINARY-DOUBLE SIGNED.
                       07 ASG-P BINARY-LONG SIGNED.
                       07 ASG-WAY BINARY-LONG SIGNED.
                       07 ASG-USED PIC 9.
                       07 ASG-COL-OF BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   ASG-BATCH-RUN is this program's entry point, whether it is
      *>   run as its own job step or CALLed as one step of a larger
      *>   batch suite: one request group at a time off
      *>   ASG-REQUEST-DSN, the pairing (or a REJECTED line) to
      *>   ASG-RESULT-DSN. It ends in GOBACK rather than STOP RUN so
      *>   a CALLer gets control back; run standalone, GOBACK with
      *>   no caller ends the run unit all the same.
       ASG-BATCH-RUN SECTION.
           PERFORM ASG-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO ASG-BATCH-RC.
           MOVE 0 TO ASG-RESULT-ERR-SW.
           MOVE 0 TO ASG-REQ-NO.
           MOVE 0 TO ASG-IN-RECNO.
           MOVE 0 TO ASG-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT ASG-REQUEST-FILE.
           OPEN OUTPUT ASG-RESULT-FILE.
           IF ASG-RESULT-FS NOT = "00"
               MOVE 8 TO ASG-BATCH-RC
               DISPLAY "ASSIGNLIB: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(ASG-RESULT-DSN)
                   " FS=" ASG-RESULT-FS
           END-IF.
           IF ASG-REQUEST-FS = "00"
               PERFORM UNTIL ASG-REQUEST-FS = "10"
                   READ ASG-REQUEST-FILE
                       AT END
                           MOVE "10" TO ASG-REQUEST-FS
                       NOT AT END
                           PERFORM ASG-REQUEST-PROCESS
                   END-READ
               END-PERFORM
           ELSE
               MOVE 8 TO ASG-BATCH-RC
           END-IF.
           CLOSE ASG-REQUEST-FILE.
           CLOSE ASG-RESULT-FILE.
           IF ASG-REJECT-OPENED
               CLOSE ASG-REJECT-FILE
               MOVE 0 TO ASG-REJECT-OPEN-SW
           END-IF.
           MOVE ASG-BATCH-RC TO RETURN-CODE.
           MOVE "ASGJOB01" TO JA-JOB-ID.
           MOVE ASG-REQUEST-DSN TO JA-INPUT-DSN.
           MOVE ASG-REQ-NO TO JA-RECORD-COUNT.
           MOVE ASG-REQ-NO TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   ASG-REQUEST-PROCESS handles one request group: the header
      *>   already read carries R and C, the next R records the
      *>   cost rows. A bad header, a short group, or a cost that is
      *>   neither a number within ASG-COSTMAX nor X rejects the
      *>   request (RC 4) without solving it; as in MATPOW, a
      *>   rejected header cannot say how many rows followed it, so
      *>   those rows surface as their own rejected headers.
       ASG-REQUEST-PROCESS SECTION.
           ADD 1 TO ASG-IN-RECNO.
           IF ASG-REQUEST-REC = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO ASG-REQ-NO.
           MOVE ASG-IN-RECNO TO ASG-REJ-RECNO.
           MOVE ASG-REQUEST-REC TO ASG-REJ-IMAGE.
           MOVE 0 TO ASG-REJECT-SW.
           MOVE SPACES TO ASG-REASON.
           MOVE SPACES TO ASG-T1.
           MOVE SPACES TO ASG-T2.
           MOVE SPACES TO ASG-T3.
           MOVE 0 TO ASG-TALLY.
           UNSTRING ASG-REQUEST-REC DELIMITED BY ALL SPACE
               INTO ASG-T1 ASG-T2 ASG-T3
               TALLYING IN ASG-TALLY
           END-UNSTRING.
           IF ASG-TALLY = 1
               MOVE ASG-T1 TO ASG-T2
           END-IF.
           IF (ASG-TALLY NOT = 1 AND ASG-TALLY NOT = 2)
                   OR FUNCTION TEST-NUMVAL(ASG-T1) NOT = 0
                   OR FUNCTION TEST-NUMVAL(ASG-T2) NOT = 0
               MOVE "HEADER" TO ASG-REASON
               PERFORM ASG-REJECT-WRITE
               EXIT SECTION
           END-IF.
           COMPUTE ASG-R = FUNCTION NUMVAL(ASG-T1).
           COMPUTE ASG-C = FUNCTION NUMVAL(ASG-T2).
           IF ASG-R < 1 OR ASG-R > ASG-MAXN
                   OR ASG-C < 1 OR ASG-C > ASG-MAXN
               MOVE "HEADER" TO ASG-REASON
               PERFORM ASG-REJECT-WRITE
               EXIT SECTION
           END-IF.
           PERFORM VARYING ASG-I FROM 1 BY 1 UNTIL ASG-I > ASG-R
               READ ASG-REQUEST-FILE
                   AT END
                       MOVE "10" TO ASG-REQUEST-FS
                       MOVE 1 TO ASG-REJECT-SW
                       MOVE "SHORT GROUP" TO ASG-REASON
                       MOVE ASG-R TO ASG-I
                   NOT AT END
                       ADD 1 TO ASG-IN-RECNO
                       PERFORM ASG-ROW-PARSE
               END-READ
           END-PERFORM.
           IF ASG-REJECTED
               PERFORM ASG-REJECT-WRITE
               EXIT SECTION
           END-IF.
           PERFORM ASG-SOLVE.
           IF ASG-INFEASIBLE
               MOVE "INFEASIBLE FORBIDDEN PAIRS" TO ASG-REASON
               PERFORM ASG-REJECT-WRITE
               EXIT SECTION
           END-IF.
           PERFORM ASG-RESULT-WRITE.
       EXIT SECTION.
      *>   ASG-ROW-PARSE takes cost row ASG-I off the record just
      *>   read; the first bad cell names itself in the reason.
       ASG-ROW-PARSE SECTION.
           MOVE 1 TO ASG-PT.
           PERFORM VARYING ASG-J FROM 1 BY 1 UNTIL ASG-J > ASG-C
               MOVE SPACES TO ASG-T1
               UNSTRING ASG-REQUEST-REC DELIMITED BY ALL SPACE
                   INTO ASG-T1
                   WITH POINTER ASG-PT
               END-UNSTRING
               MOVE 0 TO ASG-BAN(ASG-I ASG-J)
               MOVE 0 TO ASG-COST(ASG-I ASG-J)
               EVALUATE TRUE
                   WHEN ASG-T1 = "X"
                       MOVE 1 TO ASG-BAN(ASG-I ASG-J)
                   WHEN ASG-T1 = SPACES
                           OR FUNCTION TEST-NUMVAL(ASG-T1) NOT = 0
                       PERFORM ASG-CELL-REJECT
                   WHEN OTHER
                       COMPUTE ASG-CUR = FUNCTION NUMVAL(ASG-T1)
                       IF ASG-CUR > ASG-COSTMAX
                               OR ASG-CUR < 0 - ASG-COSTMAX
                           PERFORM ASG-CELL-REJECT
                       ELSE
                           MOVE ASG-CUR TO ASG-COST(ASG-I ASG-J)
                       END-IF
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
       ASG-CELL-REJECT SECTION.
           IF NOT ASG-REJECTED
               MOVE 1 TO ASG-REJECT-SW
               MOVE ASG-IN-RECNO TO ASG-REJ-RECNO
               MOVE ASG-REQUEST-REC TO ASG-REJ-IMAGE
               MOVE ASG-I TO ASG-ROW-Z
               MOVE ASG-J TO ASG-COL-Z
               MOVE SPACES TO ASG-REASON
               STRING "ROW=" DELIMITED BY SIZE
                   FUNCTION TRIM(ASG-ROW-Z) DELIMITED BY SIZE
                   " COL=" DELIMITED BY SIZE
                   FUNCTION TRIM(ASG-COL-Z) DELIMITED BY SIZE
                   " COST=" DELIMITED BY SIZE
                   ASG-T1 DELIMITED BY SPACE
                   INTO ASG-REASON
               END-STRING
           END-IF.
       EXIT SECTION.
      *>   ASG-SOLVE is the Hungarian method over the matrix padded
      *>   to N = max(R, C): each row in turn is added by growing a
      *>   tree of tight edges from it, raising the potentials by
      *>   the smallest reduced cost until a free column is
      *>   reached, then flipping the path back to the row.
       ASG-SOLVE SECTION.
           MOVE ASG-R TO ASG-N.
           IF ASG-C > ASG-N
               MOVE ASG-C TO ASG-N
           END-IF.
           PERFORM VARYING ASG-J FROM 1 BY 1 UNTIL ASG-J > ASG-N + 1
               MOVE 0 TO ASG-U(ASG-J)
               MOVE 0 TO ASG-V(ASG-J)
               MOVE 0 TO ASG-P(ASG-J)
               MOVE 0 TO ASG-WAY(ASG-J)
           END-PERFORM.
           PERFORM VARYING ASG-I FROM 1 BY 1 UNTIL ASG-I > ASG-N
               PERFORM ASG-ROW-ADD
           END-PERFORM.
           MOVE 0 TO ASG-INFEASIBLE-SW.
           MOVE 0 TO ASG-TOTAL.
           MOVE 0 TO ASG-PAIRS.
           PERFORM VARYING ASG-I FROM 1 BY 1 UNTIL ASG-I > ASG-N
               MOVE 0 TO ASG-COL-OF(ASG-I)
           END-PERFORM.
           PERFORM VARYING ASG-J FROM 1 BY 1 UNTIL ASG-J > ASG-N
               MOVE ASG-P(ASG-J + 1) TO ASG-I
               IF ASG-I <= ASG-R AND ASG-J <= ASG-C
                   MOVE ASG-J TO ASG-COL-OF(ASG-I)
                   ADD 1 TO ASG-PAIRS
                   IF ASG-BAN(ASG-I ASG-J) = 1
                       MOVE 1 TO ASG-INFEASIBLE-SW
                   ELSE
                       ADD ASG-COST(ASG-I ASG-J) TO ASG-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   ASG-ROW-ADD brings row ASG-I into the matching.
      *>   Column 0 (slot 1) is where the path starts and ends.
       ASG-ROW-ADD SECTION.
           MOVE ASG-I TO ASG-P(1).
           MOVE 0 TO ASG-J0.
           PERFORM VARYING ASG-J FROM 1 BY 1 UNTIL ASG-J > ASG-N + 1
               MOVE ASG-INF TO ASG-MINV(ASG-J)
               MOVE 0 TO ASG-USED(ASG-J)
           END-PERFORM.
           PERFORM ASG-TREE-GROW.
           PERFORM UNTIL ASG-P(ASG-J0 + 1) = 0
               PERFORM ASG-TREE-GROW
           END-PERFORM.
           PERFORM UNTIL ASG-J0 = 0
               MOVE ASG-WAY(ASG-J0 + 1) TO ASG-J1
               MOVE ASG-P(ASG-J1 + 1) TO ASG-P(ASG-J0 + 1)
               MOVE ASG-J1 TO ASG-J0
           END-PERFORM.
       EXIT SECTION.
      *>   ASG-TREE-GROW adds column ASG-J0 to the tree, relaxes
      *>   every column outside it against that column's row, and
      *>   moves the potentials by the smallest slack found; ASG-J0
      *>   comes back as the column that slack reached.
       ASG-TREE-GROW SECTION.
           MOVE 1 TO ASG-USED(ASG-J0 + 1).
           MOVE ASG-P(ASG-J0 + 1) TO ASG-I0.
           MOVE ASG-INF TO ASG-DELTA.
           MOVE 0 TO ASG-J1.
           PERFORM VARYING ASG-J FROM 1 BY 1 UNTIL ASG-J > ASG-N
               IF ASG-USED(ASG-J + 1) = 0
                   PERFORM ASG-CELL-COST
                   COMPUTE ASG-CUR = ASG-CUR - ASG-U(ASG-I0 + 1)
                       - ASG-V(ASG-J + 1)
                   IF ASG-CUR < ASG-MINV(ASG-J + 1)
                       MOVE ASG-CUR TO ASG-MINV(ASG-J + 1)
                       MOVE ASG-J0 TO ASG-WAY(ASG-J + 1)
                   END-IF
                   IF ASG-MINV(ASG-J + 1) < ASG-DELTA
                       MOVE ASG-MINV(ASG-J + 1) TO ASG-DELTA
                       MOVE ASG-J TO ASG-J1
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING ASG-J FROM 0 BY 1 UNTIL ASG-J > ASG-N
               IF ASG-USED(ASG-J + 1) = 1
                   ADD ASG-DELTA TO ASG-U(ASG-P(ASG-J + 1) + 1)
                   SUBTRACT ASG-DELTA FROM ASG-V(ASG-J + 1)
               ELSE
                   SUBTRACT ASG-DELTA FROM ASG-MINV(ASG-J + 1)
               END-IF
           END-PERFORM.
           MOVE ASG-J1 TO ASG-J0.
       EXIT SECTION.
      *>   ASG-CELL-COST gives the padded matrix's cost at row
      *>   ASG-I0, column ASG-J: a dummy row or column costs
      *>   nothing, a forbidden pairing ASG-FORBID.
       ASG-CELL-COST SECTION.
           IF ASG-I0 > ASG-R OR ASG-J > ASG-C
               MOVE 0 TO ASG-CUR
           ELSE
               IF ASG-BAN(ASG-I0 ASG-J) = 1
                   MOVE ASG-FORBID TO ASG-CUR
               ELSE
                   MOVE ASG-COST(ASG-I0 ASG-J) TO ASG-CUR
               END-IF
           END-IF.
       EXIT SECTION.
      *>   ASG-RESULT-WRITE emits this request's banner line with
      *>   the total, one line per row with its column and cost
      *>   (or UNASSIGNED), then any column left without a row.
       ASG-RESULT-WRITE SECTION.
           MOVE ASG-REQ-NO TO ASG-REQ-NO-Z.
           MOVE SPACES TO ASG-RESULT-LINE.
           MOVE 1 TO ASG-PT.
           STRING "REQ=" DELIMITED BY SIZE
               FUNCTION TRIM(ASG-REQ-NO-Z) DELIMITED BY SIZE
               INTO ASG-RESULT-LINE
               WITH POINTER ASG-PT
           END-STRING.
           MOVE ASG-R TO ASG-ROW-Z.
           MOVE ASG-C TO ASG-COL-Z.
           MOVE ASG-TOTAL TO ASG-VAL-Z.
           STRING " ROWS=" DELIMITED BY SIZE
               FUNCTION TRIM(ASG-ROW-Z) DELIMITED BY SIZE
               " COLS=" DELIMITED BY SIZE
               FUNCTION TRIM(ASG-COL-Z) DELIMITED BY SIZE
               " TOTAL=" DELIMITED BY SIZE
               FUNCTION TRIM(ASG-VAL-Z) DELIMITED BY SIZE
               INTO ASG-RESULT-LINE
               WITH POINTER ASG-PT
           END-STRING.
           MOVE ASG-PAIRS TO ASG-ROW-Z.
           STRING " PAIRS=" DELIMITED BY SIZE
               FUNCTION TRIM(ASG-ROW-Z) DELIMITED BY SIZE
               INTO ASG-RESULT-LINE
               WITH POINTER ASG-PT
           END-STRING.
           PERFORM ASG-RESULT-COMMIT.
           PERFORM VARYING ASG-I FROM 1 BY 1 UNTIL ASG-I > ASG-R
               MOVE ASG-I TO ASG-ROW-Z
               MOVE SPACES TO ASG-RESULT-LINE
               IF ASG-COL-OF(ASG-I) = 0
                   STRING "  ROW=" DELIMITED BY SIZE
                       FUNCTION TRIM(ASG-ROW-Z) DELIMITED BY SIZE
                       " UNASSIGNED" DELIMITED BY SIZE
                       INTO ASG-RESULT-LINE
                   END-STRING
               ELSE
                   MOVE ASG-COL-OF(ASG-I) TO ASG-COL-Z
                   MOVE ASG-COST(ASG-I ASG-COL-OF(ASG-I))
                       TO ASG-VAL-Z
                   STRING "  ROW=" DELIMITED BY SIZE
                       FUNCTION TRIM(ASG-ROW-Z) DELIMITED BY SIZE
                       " COL=" DELIMITED BY SIZE
                       FUNCTION TRIM(ASG-COL-Z) DELIMITED BY SIZE
                       " COST=" DELIMITED BY SIZE
                       FUNCTION TRIM(ASG-VAL-Z) DELIMITED BY SIZE
                       INTO ASG-RESULT-LINE
                   END-STRING
               END-IF
               PERFORM ASG-RESULT-COMMIT
           END-PERFORM.
           PERFORM VARYING ASG-J FROM 1 BY 1 UNTIL ASG-J > ASG-C
               IF ASG-P(ASG-J + 1) > ASG-R
                   MOVE ASG-J TO ASG-COL-Z
                   MOVE SPACES TO ASG-RESULT-LINE
                   STRING "  COL=" DELIMITED BY SIZE
                       FUNCTION TRIM(ASG-COL-Z) DELIMITED BY SIZE
                       " UNASSIGNED" DELIMITED BY SIZE
                       INTO ASG-RESULT-LINE
                   END-STRING
                   PERFORM ASG-RESULT-COMMIT
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   ASG-REJECT-WRITE answers a refused request with its
      *>   header or its ASG-REASON, and sends it to the reject
      *>   trail under the matching reason code.
       ASG-REJECT-WRITE SECTION.
           IF ASG-BATCH-RC < 4
               MOVE 4 TO ASG-BATCH-RC
           END-IF.
           MOVE ASG-REQ-NO TO ASG-REQ-NO-Z.
           MOVE SPACES TO ASG-RESULT-LINE.
           IF ASG-REASON = "HEADER"
               STRING "REQ=" DELIMITED BY SIZE
                   FUNCTION TRIM(ASG-REQ-NO-Z) DELIMITED BY SIZE
                   " REJECTED HEADER=" DELIMITED BY SIZE
                   ASG-REQUEST-REC(1:40) DELIMITED BY SIZE
                   INTO ASG-RESULT-LINE
               END-STRING
           ELSE
               STRING "REQ=" DELIMITED BY SIZE
                   FUNCTION TRIM(ASG-REQ-NO-Z) DELIMITED BY SIZE
                   " REJECTED " DELIMITED BY SIZE
                   FUNCTION TRIM(ASG-REASON) DELIMITED BY SIZE
                   INTO ASG-RESULT-LINE
               END-STRING
           END-IF.
           PERFORM ASG-RESULT-COMMIT.
           EVALUATE ASG-REASON
               WHEN "HEADER"
                   MOVE "BAD-HEADER" TO RJ-REASON-CODE
                   MOVE "R AND C NOT NUMBERS IN 1..ASG-MAXN"
                       TO RJ-REASON-TEXT
               WHEN "SHORT GROUP"
                   MOVE "SHORT-GROUP" TO RJ-REASON-CODE
                   MOVE "FEWER THAN R COST ROWS BEFORE EOF"
                       TO RJ-REASON-TEXT
               WHEN "INFEASIBLE FORBIDDEN PAIRS"
                   MOVE "INFEASIBLE" TO RJ-REASON-CODE
                   MOVE ASG-REASON TO RJ-REASON-TEXT
               WHEN OTHER
                   MOVE "BAD-COST" TO RJ-REASON-CODE
                   MOVE ASG-REASON TO RJ-REASON-TEXT
           END-EVALUATE.
           PERFORM ASG-REJREC-WRITE.
       EXIT SECTION.
      *>   ASG-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to ASG-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the request already being refused.
       ASG-REJREC-WRITE SECTION.
           MOVE "ASSIGNLIB" TO RJ-PROGRAM.
           MOVE ASG-REQUEST-DSN TO RJ-INPUT-DSN.
           MOVE ASG-REJ-RECNO TO RJ-RECORD-NO.
           MOVE ASG-REJ-IMAGE TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT ASG-REJECT-OPENED
               OPEN EXTEND ASG-REJECT-FILE
               IF ASG-REJECT-FS = "05" OR ASG-REJECT-FS = "35"
                   OPEN OUTPUT ASG-REJECT-FILE
               END-IF
               MOVE 1 TO ASG-REJECT-OPEN-SW
           END-IF.
           WRITE ASG-REJECT-REC FROM RJ-RECORD.
           IF ASG-REJECT-FS NOT = "00" AND ASG-REJECT-ERR-SW = 0
               MOVE 1 TO ASG-REJECT-ERR-SW
               DISPLAY "ASSIGNLIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(ASG-REJECT-DSN)
                   " FS=" ASG-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   ASG-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
       ASG-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO ASG-REQUEST-DSN
               ELSE
                   MOVE "ASGREQ.DAT" TO ASG-REQUEST-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO ASG-RESULT-DSN
               ELSE
                   MOVE "ASGRESULT.DAT" TO ASG-RESULT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
      *>   ASG-RESULT-COMMIT guards every result write: the first
      *>   failure is diagnosed and fails the step; repeats stay
      *>   quiet so an abnormal volume cannot flood the job log.
       ASG-RESULT-COMMIT SECTION.
           WRITE ASG-RESULT-REC FROM ASG-RESULT-LINE.
           IF ASG-RESULT-FS NOT = "00" AND ASG-RESULT-ERR-SW = 0
               MOVE 1 TO ASG-RESULT-ERR-SW
               MOVE 8 TO ASG-BATCH-RC
               DISPLAY "ASSIGNLIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(ASG-RESULT-DSN)
                   " FS=" ASG-RESULT-FS
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM ASSIGNLIB.
