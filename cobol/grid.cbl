       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRIDSUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   GRD-GRID-FILE/GRD-CMD-FILE/GRD-OUT-FILE give FENWICK's
      *>   one-dimensional prefix sums a second dimension, for the
      *>   region-by-period and store-by-week tables whose rectangle
      *>   totals were being summed by nested loops in ad-hoc jobs.
      *>   The grid is MATPOW's and ASSIGNLIB's shape: a header
      *>   record "R C", then R records of C space-delimited values
      *>   each (row 1 first). The command file then carries one
      *>   "RECT r1 c1 r2 c2" (the total of rows r1..r2 across
      *>   columns c1..c2, both ends inclusive) or "UPDATE r c val"
      *>   (val added to the one cell, FENWICK's UPDATE sense)
      *>   command per record, and GRD-OUT-FILE gets one result
      *>   line per RECT in FWOUT.DAT's style — so a later RECT sees
      *>   every UPDATE ahead of it.
           SELECT GRD-GRID-FILE ASSIGN TO DYNAMIC GRD-GRID-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-GRID-FS.
           SELECT GRD-CMD-FILE ASSIGN TO DYNAMIC GRD-CMD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-CMD-FS.
           SELECT GRD-OUT-FILE ASSIGN TO DYNAMIC GRD-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-OUT-FS.
      *>   GRD-REJECT-FILE is the reject trail: every grid record
      *>   that leaves the grid unloaded, and every command
      *>   answered REJECTED, is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT GRD-REJECT-FILE ASSIGN TO DYNAMIC GRD-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRD-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD GRD-GRID-FILE.
               01 GRD-GRID-REC PIC X(16000).
           FD GRD-CMD-FILE.
               01 GRD-CMD-REC PIC X(60).
           FD GRD-OUT-FILE.
               01 GRD-OUT-REC PIC X(80).
           FD GRD-REJECT-FILE.
               01 GRD-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 GRD-BATCH-WK.
               03 GRD-GRID-DSN PIC X(100) VALUE "GRIDIN.DAT".
               03 GRD-GRID-FS PIC XX.
               03 GRD-CMD-DSN PIC X(100) VALUE "GRIDCMD.DAT".
               03 GRD-CMD-FS PIC XX.
               03 GRD-OUT-DSN PIC X(100) VALUE "GRIDOUT.DAT".
               03 GRD-OUT-FS PIC XX.
               03 GRD-CMD-OP PIC X(8).
               03 GRD-CMD-T1 PIC X(20).
               03 GRD-CMD-T2 PIC X(20).
               03 GRD-CMD-T3 PIC X(20).
               03 GRD-CMD-T4 PIC X(20).
               03 GRD-CMD-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 GRD-BATCH-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 GRD-BATCH-RC PIC S9(4) VALUE 0.
               03 GRD-OUT-ERR-SW PIC 9 VALUE 0.
               03 GRD-REJECT-DSN PIC X(100) VALUE "GRIDREJ.LOG".
               03 GRD-REJECT-FS PIC XX.
               03 GRD-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 GRD-REJECT-OPENED VALUE 1.
               03 GRD-REJECT-ERR-SW PIC 9 VALUE 0.
               03 GRD-LOADED-SW PIC 9 VALUE 0.
                   88 GRD-LOADED VALUE 1.
               03 GRD-T1 PIC X(20).
               03 GRD-PT BINARY-LONG SIGNED VALUE 1.
               03 GRD-VAL1-Z PIC -Z(18)9.
               03 GRD-VAL2-Z PIC -Z(18)9.
               03 GRD-VAL3-Z PIC -Z(18)9.
               03 GRD-VAL4-Z PIC -Z(18)9.
               03 GRD-RES-Z PIC -(19)9.
               03 GRD-OUT-LINE PIC X(80).
      *>   GRD-MAXC bounds a row to what one grid record can carry;
      *>   GRD-MAXCELLS mirrors GRD-TREE's OCCURS ceiling, so R * C
      *>   past it is refused at the header instead of overrunning
      *>   the table. The tree is held row-major — cell (i, j) at
      *>   (i - 1) * C + j — and GRD-LB(k) is k's lowest set bit,
      *>   tabled once per load for both dimensions instead of
      *>   FENWICK's halving loop on every step of every walk.
           01 GRD-TREE-WK.
               03 GRD-MAXC BINARY-LONG SIGNED VALUE 1000.
               03 GRD-MAXCELLS BINARY-LONG SIGNED VALUE 1000000.
               03 GRD-R BINARY-LONG SIGNED VALUE 0.
               03 GRD-C BINARY-LONG SIGNED VALUE 0.
               03 GRD-I BINARY-LONG SIGNED VALUE 0.
               03 GRD-J BINARY-LONG SIGNED VALUE 0.
               03 GRD-P BINARY-LONG SIGNED VALUE 0.
               03 GRD-X BINARY-LONG SIGNED VALUE 0.
               03 GRD-Y BINARY-LONG SIGNED VALUE 0.
               03 GRD-R1 BINARY-LONG SIGNED VALUE 0.
               03 GRD-C1 BINARY-LONG SIGNED VALUE 0.
               03 GRD-R2 BINARY-LONG SIGNED VALUE 0.
               03 GRD-C2 BINARY-LONG SIGNED VALUE 0.
               03 GRD-VAL BINARY-DOUBLE SIGNED VALUE 0.
               03 GRD-SUM BINARY-DOUBLE SIGNED VALUE 0.
               03 GRD-RES BINARY-DOUBLE SIGNED VALUE 0.
               03 GRD-LB-L.
                   05 GRD-LB OCCURS 1000000 TIMES
                                   BINARY-LONG SIGNED.
               03 GRD-TREE-L.
                   05 GRD-TREE OCCURS 1000000 TIMES
                                   BINARY-DOUBLE SIGNED.
       PROCEDURE DIVISION.
      *>   GRD-BATCH-RUN is this program's entry point, whether it
      *>   is run as its own job step or CALLed as one step of a
      *>   larger batch suite: load and build the grid, then run the
      *>   command file against it. A grid that will not load fails
      *>   the step before any command is read — every answer would
      *>   be against the wrong table. It ends in GOBACK rather than
      *>   STOP RUN so a CALLer gets control back; run standalone,
      *>   GOBACK with no caller ends the run unit all the same.
       GRD-BATCH-RUN SECTION.
           PERFORM GRD-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO GRD-BATCH-RC.
           MOVE 0 TO GRD-OUT-ERR-SW.
           MOVE 0 TO GRD-BATCH-COUNT.
           MOVE 0 TO GRD-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           PERFORM GRD-GRID-LOAD.
           IF GRD-LOADED
               OPEN INPUT GRD-CMD-FILE
               OPEN OUTPUT GRD-OUT-FILE
               IF GRD-OUT-FS NOT = "00"
                   MOVE 8 TO GRD-BATCH-RC
                   DISPLAY "GRIDSUM: COULD NOT OPEN OUTPUT DSN="
                       FUNCTION TRIM(GRD-OUT-DSN)
                       " FS=" GRD-OUT-FS
               END-IF
               IF GRD-CMD-FS = "00"
                   PERFORM UNTIL GRD-CMD-FS = "10"
                       READ GRD-CMD-FILE
                           AT END
                               MOVE "10" TO GRD-CMD-FS
                           NOT AT END
                               PERFORM GRD-BATCH-CMD-PROCESS
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE 8 TO GRD-BATCH-RC
                   DISPLAY "GRIDSUM: COULD NOT OPEN INPUT DSN="
                       FUNCTION TRIM(GRD-CMD-DSN)
                       " FS=" GRD-CMD-FS
               END-IF
               CLOSE GRD-CMD-FILE
               CLOSE GRD-OUT-FILE
           END-IF.
           IF GRD-REJECT-OPENED
               CLOSE GRD-REJECT-FILE
               MOVE 0 TO GRD-REJECT-OPEN-SW
           END-IF.
           MOVE GRD-BATCH-RC TO RETURN-CODE.
           MOVE "GRDJOB01" TO JA-JOB-ID.
           MOVE GRD-CMD-DSN TO JA-INPUT-DSN.
           MOVE GRD-BATCH-COUNT TO JA-RECORD-COUNT.
           MOVE GRD-BATCH-COUNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   GRD-GRID-LOAD reads the header and the R value rows into
      *>   the tree slots, then builds the cumulative structure in
      *>   place in two linear sweeps: each slot first passes its
      *>   total to its Fenwick parent along the row, then each
      *>   slot passes its row-built total to its parent down the
      *>   column. A short, long or non-numeric row names itself
      *>   and leaves the grid unloaded.
       GRD-GRID-LOAD SECTION.
           MOVE 0 TO GRD-LOADED-SW.
           OPEN INPUT GRD-GRID-FILE.
           IF GRD-GRID-FS NOT = "00"
               MOVE 8 TO GRD-BATCH-RC
               DISPLAY "GRIDSUM: COULD NOT OPEN GRID DSN="
                   FUNCTION TRIM(GRD-GRID-DSN)
                   " FS=" GRD-GRID-FS
               EXIT SECTION
           END-IF.
           READ GRD-GRID-FILE
               AT END MOVE SPACES TO GRD-GRID-REC
           END-READ.
           MOVE SPACES TO GRD-CMD-T1.
           MOVE SPACES TO GRD-CMD-T2.
           MOVE 0 TO GRD-CMD-TALLY.
           UNSTRING GRD-GRID-REC DELIMITED BY ALL SPACE
               INTO GRD-CMD-T1 GRD-CMD-T2
               TALLYING IN GRD-CMD-TALLY
           END-UNSTRING.
           MOVE 0 TO GRD-R.
           MOVE 0 TO GRD-C.
           IF GRD-CMD-TALLY = 2
                   AND FUNCTION TEST-NUMVAL(GRD-CMD-T1) = 0
                   AND FUNCTION TEST-NUMVAL(GRD-CMD-T2) = 0
               COMPUTE GRD-R = FUNCTION NUMVAL(GRD-CMD-T1)
               COMPUTE GRD-C = FUNCTION NUMVAL(GRD-CMD-T2)
           END-IF.
           IF GRD-R < 1 OR GRD-C < 1 OR GRD-C > GRD-MAXC
                   OR GRD-R > GRD-MAXCELLS / GRD-C
               MOVE 8 TO GRD-BATCH-RC
               DISPLAY "GRIDSUM: BAD GRID HEADER="
                   GRD-GRID-REC(1:40)
               MOVE "BAD-HEADER" TO RJ-REASON-CODE
               MOVE "NOT R C, OR R * C PAST THE GRID BOUNDS"
                   TO RJ-REASON-TEXT
               MOVE 1 TO RJ-RECORD-NO
               PERFORM GRD-GRID-REJREC-WRITE
               CLOSE GRD-GRID-FILE
               EXIT SECTION
           END-IF.
           MOVE 1 TO GRD-LOADED-SW.
           PERFORM VARYING GRD-I FROM 1 BY 1
                   UNTIL GRD-I > GRD-R OR NOT GRD-LOADED
               READ GRD-GRID-FILE
                   AT END
                       MOVE 0 TO GRD-LOADED-SW
                       MOVE 8 TO GRD-BATCH-RC
                       DISPLAY "GRIDSUM: GRID ENDS BEFORE ROW "
                           GRD-I
                   NOT AT END
                       PERFORM GRD-ROW-PARSE
               END-READ
           END-PERFORM.
           CLOSE GRD-GRID-FILE.
           IF NOT GRD-LOADED
               EXIT SECTION
           END-IF.
           MOVE GRD-R TO GRD-P.
           IF GRD-C > GRD-P
               MOVE GRD-C TO GRD-P
           END-IF.
           PERFORM VARYING GRD-I FROM 1 BY 1 UNTIL GRD-I > GRD-P
               IF FUNCTION MOD(GRD-I, 2) = 1
                   MOVE 1 TO GRD-LB(GRD-I)
               ELSE
                   COMPUTE GRD-LB(GRD-I) = GRD-LB(GRD-I / 2) * 2
               END-IF
           END-PERFORM.
           PERFORM VARYING GRD-I FROM 1 BY 1 UNTIL GRD-I > GRD-R
               PERFORM VARYING GRD-J FROM 1 BY 1 UNTIL GRD-J > GRD-C
                   COMPUTE GRD-Y = GRD-J + GRD-LB(GRD-J)
                   IF GRD-Y <= GRD-C
                       COMPUTE GRD-X = (GRD-I - 1) * GRD-C + GRD-J
                       COMPUTE GRD-P = (GRD-I - 1) * GRD-C + GRD-Y
                       ADD GRD-TREE(GRD-X) TO GRD-TREE(GRD-P)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING GRD-I FROM 1 BY 1 UNTIL GRD-I > GRD-R
               COMPUTE GRD-Y = GRD-I + GRD-LB(GRD-I)
               IF GRD-Y <= GRD-R
                   PERFORM VARYING GRD-J FROM 1 BY 1
                           UNTIL GRD-J > GRD-C
                       COMPUTE GRD-X = (GRD-I - 1) * GRD-C + GRD-J
                       COMPUTE GRD-P = (GRD-Y - 1) * GRD-C + GRD-J
                       ADD GRD-TREE(GRD-X) TO GRD-TREE(GRD-P)
                   END-PERFORM
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   GRD-ROW-PARSE takes grid row GRD-I off the record just
      *>   read; exactly C numeric values are expected.
       GRD-ROW-PARSE SECTION.
           MOVE 1 TO GRD-PT.
           PERFORM VARYING GRD-J FROM 1 BY 1 UNTIL GRD-J > GRD-C
               MOVE SPACES TO GRD-T1
               UNSTRING GRD-GRID-REC DELIMITED BY ALL SPACE
                   INTO GRD-T1
                   WITH POINTER GRD-PT
               END-UNSTRING
               IF GRD-T1 = SPACES
                       OR FUNCTION TEST-NUMVAL(GRD-T1) NOT = 0
                   MOVE "BAD-CELL" TO RJ-REASON-CODE
                   MOVE "ROW VALUE MISSING OR NOT NUMERIC"
                       TO RJ-REASON-TEXT
                   PERFORM GRD-CELL-REJECT
                   EXIT SECTION
               END-IF
               COMPUTE GRD-X = (GRD-I - 1) * GRD-C + GRD-J
               COMPUTE GRD-TREE(GRD-X) = FUNCTION NUMVAL(GRD-T1)
           END-PERFORM.
           IF GRD-PT <= LENGTH OF GRD-GRID-REC
               IF GRD-GRID-REC(GRD-PT:) NOT = SPACES
                   MOVE "*EXTRA*" TO GRD-T1
                   MOVE "ROW-TOO-LONG" TO RJ-REASON-CODE
                   MOVE "MORE VALUES THAN THE HEADER'S C"
                       TO RJ-REASON-TEXT
                   PERFORM GRD-CELL-REJECT
               END-IF
           END-IF.
       EXIT SECTION.
      *>   GRD-CELL-REJECT refuses grid row GRD-I with the reason
      *>   the caller staged; the row is record GRD-I + 1 of the
      *>   grid dataset, the header being record 1.
       GRD-CELL-REJECT SECTION.
           MOVE 0 TO GRD-LOADED-SW.
           MOVE 8 TO GRD-BATCH-RC.
           MOVE GRD-I TO GRD-VAL1-Z.
           MOVE GRD-J TO GRD-VAL2-Z.
           DISPLAY "GRIDSUM: BAD GRID CELL ROW="
               FUNCTION TRIM(GRD-VAL1-Z)
               " COL=" FUNCTION TRIM(GRD-VAL2-Z)
               " VALUE=" FUNCTION TRIM(GRD-T1).
           COMPUTE RJ-RECORD-NO = GRD-I + 1.
           PERFORM GRD-GRID-REJREC-WRITE.
       EXIT SECTION.
      *>   GRD-GRID-REJREC-WRITE sends the grid record in hand to
      *>   the reject trail under the record number the caller set.
       GRD-GRID-REJREC-WRITE SECTION.
           MOVE GRD-GRID-DSN TO RJ-INPUT-DSN.
           MOVE GRD-GRID-REC TO RJ-IMAGE.
           PERFORM GRD-REJREC-WRITE.
       EXIT SECTION.
      *>   GRD-BATCH-CMD-PROCESS splits one command record and
      *>   routes it, with every corner and cell checked against
      *>   the loaded grid. A malformed command gets a REJECTED line
      *>   and RC 4 rather than silently vanishing from the output.
       GRD-BATCH-CMD-PROCESS SECTION.
           IF GRD-CMD-REC = SPACES
               CONTINUE
           ELSE
               ADD 1 TO GRD-BATCH-COUNT
               MOVE SPACES TO GRD-CMD-OP
               MOVE SPACES TO GRD-CMD-T1
               MOVE SPACES TO GRD-CMD-T2
               MOVE SPACES TO GRD-CMD-T3
               MOVE SPACES TO GRD-CMD-T4
               MOVE 0 TO GRD-CMD-TALLY
               UNSTRING GRD-CMD-REC DELIMITED BY ALL SPACE
                   INTO GRD-CMD-OP GRD-CMD-T1 GRD-CMD-T2
                       GRD-CMD-T3 GRD-CMD-T4
                   TALLYING IN GRD-CMD-TALLY
               END-UNSTRING
               EVALUATE TRUE
                   WHEN GRD-CMD-OP = "RECT" AND GRD-CMD-TALLY = 5
                       COMPUTE GRD-R1 = FUNCTION NUMVAL(GRD-CMD-T1)
                       COMPUTE GRD-C1 = FUNCTION NUMVAL(GRD-CMD-T2)
                       COMPUTE GRD-R2 = FUNCTION NUMVAL(GRD-CMD-T3)
                       COMPUTE GRD-C2 = FUNCTION NUMVAL(GRD-CMD-T4)
                       IF GRD-R1 < 1 OR GRD-R2 > GRD-R
                               OR GRD-R1 > GRD-R2
                               OR GRD-C1 < 1 OR GRD-C2 > GRD-C
                               OR GRD-C1 > GRD-C2
                           MOVE "OUTSIDE-GRID" TO RJ-REASON-CODE
                           MOVE "CORNERS OUTSIDE THE GRID OR INVERTED"
                               TO RJ-REASON-TEXT
                           PERFORM GRD-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM GRD-RECT-QUERY
                           PERFORM GRD-BATCH-RECT-WRITE
                       END-IF
                   WHEN GRD-CMD-OP = "UPDATE" AND GRD-CMD-TALLY = 4
                       COMPUTE GRD-R1 = FUNCTION NUMVAL(GRD-CMD-T1)
                       COMPUTE GRD-C1 = FUNCTION NUMVAL(GRD-CMD-T2)
                       COMPUTE GRD-VAL = FUNCTION NUMVAL(GRD-CMD-T3)
                       IF GRD-R1 < 1 OR GRD-R1 > GRD-R
                               OR GRD-C1 < 1 OR GRD-C1 > GRD-C
                           MOVE "OUTSIDE-GRID" TO RJ-REASON-CODE
                           MOVE "CELL OUTSIDE THE GRID"
                               TO RJ-REASON-TEXT
                           PERFORM GRD-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM GRD-UPDATE
                       END-IF
                   WHEN OTHER
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "UNKNOWN COMMAND OR WRONG OPERAND COUNT"
                           TO RJ-REASON-TEXT
                       PERFORM GRD-BATCH-REJECT-WRITE
               END-EVALUATE
           END-IF.
       EXIT SECTION.
      *>   GRD-UPDATE adds GRD-VAL to cell (GRD-R1, GRD-C1): every
      *>   slot covering it, rows and columns both walking up by
      *>   their lowest set bit.
       GRD-UPDATE SECTION.
           MOVE GRD-R1 TO GRD-I.
           PERFORM UNTIL GRD-I > GRD-R
               MOVE GRD-C1 TO GRD-J
               PERFORM UNTIL GRD-J > GRD-C
                   COMPUTE GRD-X = (GRD-I - 1) * GRD-C + GRD-J
                   ADD GRD-VAL TO GRD-TREE(GRD-X)
                   ADD GRD-LB(GRD-J) TO GRD-J
               END-PERFORM
               ADD GRD-LB(GRD-I) TO GRD-I
           END-PERFORM.
       EXIT SECTION.
      *>   GRD-PREFIX sums the rectangle from (1, 1) through
      *>   (GRD-X, GRD-Y) into GRD-SUM; a zero corner is the empty
      *>   rectangle.
       GRD-PREFIX SECTION.
           MOVE 0 TO GRD-SUM.
           MOVE GRD-X TO GRD-I.
           PERFORM UNTIL GRD-I <= 0
               MOVE GRD-Y TO GRD-J
               PERFORM UNTIL GRD-J <= 0
                   COMPUTE GRD-P = (GRD-I - 1) * GRD-C + GRD-J
                   ADD GRD-TREE(GRD-P) TO GRD-SUM
                   SUBTRACT GRD-LB(GRD-J) FROM GRD-J
               END-PERFORM
               SUBTRACT GRD-LB(GRD-I) FROM GRD-I
           END-PERFORM.
       EXIT SECTION.
      *>   GRD-RECT-QUERY sums rows GRD-R1..GRD-R2 across columns
      *>   GRD-C1..GRD-C2 into GRD-RES by inclusion-exclusion over
      *>   the four corner prefixes.
       GRD-RECT-QUERY SECTION.
           MOVE GRD-R2 TO GRD-X.
           MOVE GRD-C2 TO GRD-Y.
           PERFORM GRD-PREFIX.
           MOVE GRD-SUM TO GRD-RES.
           COMPUTE GRD-X = GRD-R1 - 1.
           MOVE GRD-C2 TO GRD-Y.
           PERFORM GRD-PREFIX.
           SUBTRACT GRD-SUM FROM GRD-RES.
           MOVE GRD-R2 TO GRD-X.
           COMPUTE GRD-Y = GRD-C1 - 1.
           PERFORM GRD-PREFIX.
           SUBTRACT GRD-SUM FROM GRD-RES.
           COMPUTE GRD-X = GRD-R1 - 1.
           COMPUTE GRD-Y = GRD-C1 - 1.
           PERFORM GRD-PREFIX.
           ADD GRD-SUM TO GRD-RES.
       EXIT SECTION.
       GRD-BATCH-RECT-WRITE SECTION.
           MOVE GRD-R1 TO GRD-VAL1-Z.
           MOVE GRD-C1 TO GRD-VAL2-Z.
           MOVE GRD-R2 TO GRD-VAL3-Z.
           MOVE GRD-C2 TO GRD-VAL4-Z.
           MOVE GRD-RES TO GRD-RES-Z.
           MOVE SPACES TO GRD-OUT-LINE.
           STRING "RECT R1=" DELIMITED BY SIZE
               FUNCTION TRIM(GRD-VAL1-Z) DELIMITED BY SIZE
               " C1=" DELIMITED BY SIZE
               FUNCTION TRIM(GRD-VAL2-Z) DELIMITED BY SIZE
               " R2=" DELIMITED BY SIZE
               FUNCTION TRIM(GRD-VAL3-Z) DELIMITED BY SIZE
               " C2=" DELIMITED BY SIZE
               FUNCTION TRIM(GRD-VAL4-Z) DELIMITED BY SIZE
               " RES=" DELIMITED BY SIZE
               FUNCTION TRIM(GRD-RES-Z) DELIMITED BY SIZE
               INTO GRD-OUT-LINE
           END-STRING.
           WRITE GRD-OUT-REC FROM GRD-OUT-LINE.
           PERFORM GRD-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   GRD-BATCH-REJECT-WRITE answers a command GRD-BATCH-CMD-
      *>   PROCESS could not route (unknown operation, wrong operand
      *>   count, or a corner outside the grid) with the command
      *>   text itself so the staged dataset can be fixed, and
      *>   sends it to the reject trail with the caller's reason.
       GRD-BATCH-REJECT-WRITE SECTION.
           IF GRD-BATCH-RC < 4
               MOVE 4 TO GRD-BATCH-RC
           END-IF.
           MOVE SPACES TO GRD-OUT-LINE.
           STRING "REJECTED COMMAND=" DELIMITED BY SIZE
               GRD-CMD-REC DELIMITED BY SIZE
               INTO GRD-OUT-LINE
           END-STRING.
           WRITE GRD-OUT-REC FROM GRD-OUT-LINE.
           PERFORM GRD-OUT-WRITE-CHECK.
           MOVE GRD-CMD-DSN TO RJ-INPUT-DSN.
           MOVE GRD-BATCH-COUNT TO RJ-RECORD-NO.
           MOVE GRD-CMD-REC TO RJ-IMAGE.
           PERFORM GRD-REJREC-WRITE.
       EXIT SECTION.
      *>   GRD-REJREC-WRITE finishes the reject record the caller
      *>   staged (dataset, record number, image and reason) and
      *>   appends it to GRD-REJECT-DSN, opened on first use; a
      *>   failing trail is diagnosed once and leaves the step's RC
      *>   alone, the record already being refused.
       GRD-REJREC-WRITE SECTION.
           MOVE "GRIDSUM" TO RJ-PROGRAM.
           PERFORM REJREC-STAMP.
           IF NOT GRD-REJECT-OPENED
               OPEN EXTEND GRD-REJECT-FILE
               IF GRD-REJECT-FS = "05" OR GRD-REJECT-FS = "35"
                   OPEN OUTPUT GRD-REJECT-FILE
               END-IF
               MOVE 1 TO GRD-REJECT-OPEN-SW
           END-IF.
           WRITE GRD-REJECT-REC FROM RJ-RECORD.
           IF GRD-REJECT-FS NOT = "00" AND GRD-REJECT-ERR-SW = 0
               MOVE 1 TO GRD-REJECT-ERR-SW
               DISPLAY "GRIDSUM: WRITE FAILED ON DSN="
                   FUNCTION TRIM(GRD-REJECT-DSN)
                   " FS=" GRD-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   GRD-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes). The input field names the command
      *>   file and the parameter field the grid.
       GRD-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO GRD-CMD-DSN
               ELSE
                   MOVE "GRIDCMD.DAT" TO GRD-CMD-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO GRD-OUT-DSN
               ELSE
                   MOVE "GRIDOUT.DAT" TO GRD-OUT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO GRD-GRID-DSN
               ELSE
                   MOVE "GRIDIN.DAT" TO GRD-GRID-DSN
               END-IF
           END-IF.
       EXIT SECTION.
      *>   GRD-OUT-WRITE-CHECK guards every result write: the first
      *>   failure is diagnosed and fails the step; repeats stay
      *>   quiet so an abnormal volume cannot flood the job log.
       GRD-OUT-WRITE-CHECK SECTION.
           IF GRD-OUT-FS NOT = "00" AND GRD-OUT-ERR-SW = 0
               MOVE 1 TO GRD-OUT-ERR-SW
               MOVE 8 TO GRD-BATCH-RC
               DISPLAY "GRIDSUM: WRITE FAILED ON DSN="
                   FUNCTION TRIM(GRD-OUT-DSN)
                   " FS=" GRD-OUT-FS
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM GRIDSUM.
