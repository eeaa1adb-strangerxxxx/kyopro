       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOWLIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   FLOW-INPUT-FILE reads the header-plus-edges layout
      *>   GRAPHLIB and UNIONFIND consume — a header record with N,
      *>   then one "X Y W" (or "X Y", capacity 1) edge per record —
      *>   with W read as the link's capacity, plus one "SOURCE s"
      *>   record and any number of "TARGET t" records. GRAPHLIB
      *>   answers "how far"; this module answers "how much": for
      *>   every target FLOW-OUT-FILE gets the maximum flow from
      *>   the source, the flow each edge carries in that flow, and
      *>   the edges of a minimum cut — the bottleneck links whose
      *>   capacities add up to the flow. Edges are two-way links,
      *>   the same reading GRAPHLIB gives them; a "DIRECTED"
      *>   record makes every edge one-way, X to Y.
           SELECT FLOW-INPUT-FILE ASSIGN TO DYNAMIC FLOW-INPUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLOW-INPUT-FS.
           SELECT FLOW-OUT-FILE ASSIGN TO DYNAMIC FLOW-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLOW-OUT-FS.
      *>   FLOW-REJECT-FILE is the reject trail: every record
      *>   FLOWLIB refuses is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT FLOW-REJECT-FILE ASSIGN TO DYNAMIC FLOW-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLOW-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD FLOW-INPUT-FILE.
               01 FLOW-INPUT-REC PIC X(80).
           FD FLOW-OUT-FILE.
               01 FLOW-OUT-REC PIC X(132).
           FD FLOW-REJECT-FILE.
               01 FLOW-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 FLOW-WK.
               03 FLOW-INPUT-DSN PIC X(100) VALUE "FLOWIN.DAT".
               03 FLOW-INPUT-FS PIC XX.
               03 FLOW-OUT-DSN PIC X(100) VALUE "FLOWOUT.DAT".
               03 FLOW-OUT-FS PIC XX.
               03 FLOW-T1 PIC X(20).
               03 FLOW-T2 PIC X(20).
               03 FLOW-T3 PIC X(20).
               03 FLOW-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 FLOW-BATCH-RC PIC S9(4) VALUE 0.
               03 FLOW-OUT-ERR-SW PIC 9 VALUE 0.
               03 FLOW-REJECT-DSN PIC X(100) VALUE "FLOWREJ.LOG".
               03 FLOW-REJECT-FS PIC XX.
               03 FLOW-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 FLOW-REJECT-OPENED VALUE 1.
               03 FLOW-REJECT-ERR-SW PIC 9 VALUE 0.
               03 FLOW-REC-NO BINARY-LONG UNSIGNED VALUE 0.
               03 FLOW-EDGE-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 FLOW-REJECTS BINARY-LONG UNSIGNED VALUE 0.
               03 FLOW-VAL-Z PIC -(19)9.
               03 FLOW-PT BINARY-LONG SIGNED VALUE 1.
               03 FLOW-OUT-LINE PIC X(132).
               03 FLOW-DIRECTED-SW PIC 9 VALUE 0.
                   88 FLOW-DIRECTED VALUE 1.
      *>   FLOW-MAXN/FLOW-MAXE mirror GRAPHLIB's node and edge
      *>   bounds. Every edge owns the arc pair 2k-1 (X to Y) and 2k
      *>   (Y to X), so an arc's partner is one step along the pair
      *>   and the residual bookkeeping needs no lookup: a two-way
      *>   link gives both arcs the full capacity, a one-way link
      *>   gives the back arc none. FLOW-E-TAB keeps the edges as
      *>   read; the arcs are threaded from it once the whole file
      *>   is in, since the DIRECTED record may come after them.
           01 FLOW-TAB-WK.
               03 FLOW-MAXN BINARY-LONG SIGNED VALUE 100000.
               03 FLOW-MAXE BINARY-LONG SIGNED VALUE 200000.
               03 FLOW-N BINARY-LONG SIGNED VALUE 0.
               03 FLOW-EN BINARY-LONG SIGNED VALUE 0.
               03 FLOW-SOURCE BINARY-LONG SIGNED VALUE 0.
               03 FLOW-SINK BINARY-LONG SIGNED VALUE 0.
               03 FLOW-X BINARY-LONG SIGNED VALUE 0.
               03 FLOW-Y BINARY-LONG SIGNED VALUE 0.
               03 FLOW-W BINARY-DOUBLE SIGNED VALUE 0.
               03 FLOW-I BINARY-LONG SIGNED VALUE 0.
               03 FLOW-K BINARY-LONG SIGNED VALUE 0.
               03 FLOW-A BINARY-LONG SIGNED VALUE 0.
               03 FLOW-B BINARY-LONG SIGNED VALUE 0.
               03 FLOW-U BINARY-LONG SIGNED VALUE 0.
               03 FLOW-V BINARY-LONG SIGNED VALUE 0.
               03 FLOW-D BINARY-DOUBLE SIGNED VALUE 0.
               03 FLOW-E-TAB.
                   05 FLOW-E-I OCCURS 200000 TIMES.
                       07 FLOW-E-X BINARY-LONG SIGNED.
                       07 FLOW-E-Y BINARY-LONG SIGNED.
                       07 FLOW-E-W BINARY-DOUBLE SIGNED.
               03 FLOW-HEAD-L.
                   05 FLOW-HEAD OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
               03 FLOW-ARC-L.
                   05 FLOW-ARC-I OCCURS 400000 TIMES.
                       07 FLOW-ARC-TO BINARY-LONG SIGNED.
                       07 FLOW-ARC-CAP BINARY-DOUBLE SIGNED.
                       07 FLOW-ARC-RES BINARY-DOUBLE SIGNED.
                       07 FLOW-ARC-NEXT BINARY-LONG SIGNED.
      *>   Targets are answered after the whole input is read, one
      *>   maximum-flow pass each from the same source.
               03 FLOW-MAXT BINARY-LONG SIGNED VALUE 100.
               03 FLOW-TGT-CNT BINARY-LONG SIGNED VALUE 0.
               03 FLOW-TGT-L.
                   05 FLOW-TGT OCCURS 100 TIMES
                                   BINARY-LONG SIGNED.
      *>   Blocking-flow working set (Dinic's method): FLOW-LEVEL is
      *>   each node's breadth-first distance from the source over
      *>   arcs with capacity left (-1 unreached, or ruled out as a
      *>   dead end this phase), FLOW-CUR each node's next untried
      *>   arc, and FLOW-STK the arcs of the path being pushed out
      *>   from the source. The last level pass, the one that can
      *>   no longer reach the target, is the source side of the
      *>   minimum cut.
           01 FLOW-DINIC-WK.
               03 FLOW-TOTAL BINARY-DOUBLE SIGNED VALUE 0.
               03 FLOW-BOTTLE BINARY-DOUBLE SIGNED VALUE 0.
               03 FLOW-SP BINARY-LONG SIGNED VALUE 0.
               03 FLOW-CUT-CNT BINARY-LONG SIGNED VALUE 0.
               03 FLOW-PHASE-SW PIC 9 VALUE 0.
                   88 FLOW-PHASE-DONE VALUE 1.
               03 FLOW-Q-HEAD BINARY-LONG SIGNED VALUE 0.
               03 FLOW-Q-TAIL BINARY-LONG SIGNED VALUE 0.
               03 FLOW-LEVEL-L.
                   05 FLOW-LEVEL OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
               03 FLOW-CUR-L.
                   05 FLOW-CUR OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
               03 FLOW-Q-L.
                   05 FLOW-Q OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
               03 FLOW-STK-L.
                   05 FLOW-STK OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   FLOW-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite: load the edge list, thread the arc pairs,
      *>   then answer every listed target. It ends in GOBACK
      *>   rather than STOP RUN so a CALLer gets control back; run
      *>   standalone, GOBACK with no caller ends the run unit all
      *>   the same.
       FLOW-RUN SECTION.
           PERFORM FLOW-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO FLOW-BATCH-RC.
           MOVE 0 TO FLOW-OUT-ERR-SW.
           MOVE 0 TO FLOW-EDGE-COUNT.
           MOVE 0 TO FLOW-REJECTS.
           MOVE 0 TO FLOW-EN.
           MOVE 0 TO FLOW-SOURCE.
           MOVE 0 TO FLOW-TGT-CNT.
           MOVE 0 TO FLOW-DIRECTED-SW.
           MOVE 0 TO FLOW-REC-NO.
           MOVE 0 TO FLOW-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT FLOW-INPUT-FILE.
           IF FLOW-INPUT-FS NOT = "00"
               MOVE 8 TO FLOW-BATCH-RC
               DISPLAY "FLOWLIB: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(FLOW-INPUT-DSN)
                   " FS=" FLOW-INPUT-FS
           ELSE
               READ FLOW-INPUT-FILE
                   AT END MOVE 8 TO FLOW-BATCH-RC
                   NOT AT END ADD 1 TO FLOW-REC-NO
               END-READ
               IF FLOW-BATCH-RC = 0
                   COMPUTE FLOW-N =
                       FUNCTION NUMVAL(FLOW-INPUT-REC)
                   IF FLOW-N < 1 OR FLOW-N > FLOW-MAXN
                       MOVE 8 TO FLOW-BATCH-RC
                       DISPLAY "FLOWLIB: N=" FLOW-N
                           " OUTSIDE 1.." FLOW-MAXN
                   ELSE
                       PERFORM UNTIL FLOW-INPUT-FS = "10"
                           READ FLOW-INPUT-FILE
                               AT END
                                   MOVE "10" TO FLOW-INPUT-FS
                               NOT AT END
                                   ADD 1 TO FLOW-REC-NO
                                   PERFORM FLOW-RECORD-PROCESS
                           END-READ
                       END-PERFORM
                       PERFORM FLOW-ARCS-BUILD
                       OPEN OUTPUT FLOW-OUT-FILE
                       IF FLOW-OUT-FS NOT = "00"
                           MOVE 8 TO FLOW-BATCH-RC
                           DISPLAY "FLOWLIB: COULD NOT OPEN "
                               "OUTPUT DSN="
                               FUNCTION TRIM(FLOW-OUT-DSN)
                               " FS=" FLOW-OUT-FS
                       ELSE
                           PERFORM FLOW-TARGETS-WRITE
                       END-IF
                       CLOSE FLOW-OUT-FILE
                   END-IF
               END-IF
           END-IF.
           CLOSE FLOW-INPUT-FILE.
           IF FLOW-REJECT-OPENED
               CLOSE FLOW-REJECT-FILE
               MOVE 0 TO FLOW-REJECT-OPEN-SW
           END-IF.
           MOVE FLOW-BATCH-RC TO RETURN-CODE.
           MOVE "FLWJOB01" TO JA-JOB-ID.
           MOVE FLOW-INPUT-DSN TO JA-INPUT-DSN.
           MOVE FLOW-EDGE-COUNT TO JA-RECORD-COUNT.
           MOVE FLOW-EDGE-COUNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   FLOW-RECORD-PROCESS routes one record behind the header:
      *>   SOURCE, TARGET and DIRECTED records steer the passes, and
      *>   anything else is an edge — both endpoints in 1..N and
      *>   the capacity non-negative.
       FLOW-RECORD-PROCESS SECTION.
           IF FLOW-INPUT-REC = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO FLOW-T1
               MOVE SPACES TO FLOW-T2
               MOVE SPACES TO FLOW-T3
               MOVE 0 TO FLOW-TALLY
               UNSTRING FLOW-INPUT-REC DELIMITED BY ALL SPACE
                   INTO FLOW-T1 FLOW-T2 FLOW-T3
                   TALLYING IN FLOW-TALLY
               END-UNSTRING
               EVALUATE TRUE
                   WHEN FLOW-T1 = "SOURCE" AND FLOW-TALLY = 2
                       COMPUTE FLOW-SOURCE =
                           FUNCTION NUMVAL(FLOW-T2)
                   WHEN FLOW-T1 = "DIRECTED" AND FLOW-TALLY = 1
                       MOVE 1 TO FLOW-DIRECTED-SW
                   WHEN FLOW-T1 = "TARGET" AND FLOW-TALLY = 2
                       IF FLOW-TGT-CNT < FLOW-MAXT
                           ADD 1 TO FLOW-TGT-CNT
                           COMPUTE FLOW-TGT(FLOW-TGT-CNT) =
                               FUNCTION NUMVAL(FLOW-T2)
                       ELSE
                           MOVE "TOO-MANY-TARGETS" TO RJ-REASON-CODE
                           MOVE "MORE TARGET RECORDS THAN FLOW-MAXT"
                               TO RJ-REASON-TEXT
                           PERFORM FLOW-RECORD-REJECT
                       END-IF
                   WHEN FLOW-TALLY = 2 OR FLOW-TALLY = 3
                       PERFORM FLOW-EDGE-STORE
                   WHEN OTHER
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "NOT SOURCE/TARGET/DIRECTED OR AN EDGE"
                           TO RJ-REASON-TEXT
                       PERFORM FLOW-RECORD-REJECT
               END-EVALUATE
           END-IF.
       EXIT SECTION.
       FLOW-EDGE-STORE SECTION.
           ADD 1 TO FLOW-EDGE-COUNT.
           COMPUTE FLOW-X = FUNCTION NUMVAL(FLOW-T1).
           COMPUTE FLOW-Y = FUNCTION NUMVAL(FLOW-T2).
           IF FLOW-TALLY = 3
               COMPUTE FLOW-W = FUNCTION NUMVAL(FLOW-T3)
           ELSE
               MOVE 1 TO FLOW-W
           END-IF.
           IF FLOW-X < 1 OR FLOW-X > FLOW-N
                   OR FLOW-Y < 1 OR FLOW-Y > FLOW-N
                   OR FLOW-W < 0
                   OR FLOW-EN >= FLOW-MAXE
               IF FLOW-EN >= FLOW-MAXE
                   MOVE "EDGE-TABLE-FULL" TO RJ-REASON-CODE
                   MOVE "MORE EDGES THAN FLOW-MAXE"
                       TO RJ-REASON-TEXT
               ELSE
                   MOVE "EDGE-BOUNDS" TO RJ-REASON-CODE
                   MOVE "ENDPOINT OUTSIDE 1..N OR CAPACITY < 0"
                       TO RJ-REASON-TEXT
               END-IF
               PERFORM FLOW-RECORD-REJECT
           ELSE
               ADD 1 TO FLOW-EN
               MOVE FLOW-X TO FLOW-E-X(FLOW-EN)
               MOVE FLOW-Y TO FLOW-E-Y(FLOW-EN)
               MOVE FLOW-W TO FLOW-E-W(FLOW-EN)
           END-IF.
       EXIT SECTION.
      *>   FLOW-RECORD-REJECT refuses the record in hand with the
      *>   reason code and text the caller staged in RJ-RECORD.
       FLOW-RECORD-REJECT SECTION.
           ADD 1 TO FLOW-REJECTS.
           IF FLOW-BATCH-RC < 4
               MOVE 4 TO FLOW-BATCH-RC
           END-IF.
           DISPLAY "FLOWLIB: REJECTED RECORD="
               FLOW-INPUT-REC(1:40).
           PERFORM FLOW-REJREC-WRITE.
       EXIT SECTION.
      *>   FLOW-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to FLOW-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the record already being refused.
       FLOW-REJREC-WRITE SECTION.
           MOVE "FLOWLIB" TO RJ-PROGRAM.
           MOVE FLOW-INPUT-DSN TO RJ-INPUT-DSN.
           MOVE FLOW-REC-NO TO RJ-RECORD-NO.
           MOVE FLOW-INPUT-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT FLOW-REJECT-OPENED
               OPEN EXTEND FLOW-REJECT-FILE
               IF FLOW-REJECT-FS = "05" OR FLOW-REJECT-FS = "35"
                   OPEN OUTPUT FLOW-REJECT-FILE
               END-IF
               MOVE 1 TO FLOW-REJECT-OPEN-SW
           END-IF.
           WRITE FLOW-REJECT-REC FROM RJ-RECORD.
           IF FLOW-REJECT-FS NOT = "00" AND FLOW-REJECT-ERR-SW = 0
               MOVE 1 TO FLOW-REJECT-ERR-SW
               DISPLAY "FLOWLIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(FLOW-REJECT-DSN)
                   " FS=" FLOW-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   FLOW-ARCS-BUILD threads edge k's arc pair onto the two
      *>   endpoints' arc lists: arc 2k-1 leaves X, arc 2k leaves Y.
       FLOW-ARCS-BUILD SECTION.
           PERFORM VARYING FLOW-I FROM 1 BY 1
                   UNTIL FLOW-I > FLOW-N
               MOVE 0 TO FLOW-HEAD(FLOW-I)
           END-PERFORM.
           PERFORM VARYING FLOW-K FROM 1 BY 1
                   UNTIL FLOW-K > FLOW-EN
               COMPUTE FLOW-A = FLOW-K * 2 - 1
               MOVE FLOW-E-X(FLOW-K) TO FLOW-X
               MOVE FLOW-E-Y(FLOW-K) TO FLOW-Y
               MOVE FLOW-Y TO FLOW-ARC-TO(FLOW-A)
               MOVE FLOW-E-W(FLOW-K) TO FLOW-ARC-CAP(FLOW-A)
               MOVE FLOW-HEAD(FLOW-X) TO FLOW-ARC-NEXT(FLOW-A)
               MOVE FLOW-A TO FLOW-HEAD(FLOW-X)
               ADD 1 TO FLOW-A
               MOVE FLOW-X TO FLOW-ARC-TO(FLOW-A)
               IF FLOW-DIRECTED
                   MOVE 0 TO FLOW-ARC-CAP(FLOW-A)
               ELSE
                   MOVE FLOW-E-W(FLOW-K) TO FLOW-ARC-CAP(FLOW-A)
               END-IF
               MOVE FLOW-HEAD(FLOW-Y) TO FLOW-ARC-NEXT(FLOW-A)
               MOVE FLOW-A TO FLOW-HEAD(FLOW-Y)
           END-PERFORM.
       EXIT SECTION.
      *>   FLOW-TARGETS-WRITE answers every listed target from the
      *>   SOURCE record's node (no SOURCE record, or an invalid
      *>   one, leaves the targets unanswered, as GRAPHLIB does).
       FLOW-TARGETS-WRITE SECTION.
           IF FLOW-SOURCE < 1 OR FLOW-SOURCE > FLOW-N
               IF FLOW-TGT-CNT > 0
                   MOVE 4 TO FLOW-BATCH-RC
                   MOVE SPACES TO FLOW-OUT-LINE
                   STRING "NO VALID SOURCE, TARGETS UNANSWERED"
                       DELIMITED BY SIZE
                       INTO FLOW-OUT-LINE
                   END-STRING
                   WRITE FLOW-OUT-REC FROM FLOW-OUT-LINE
                   PERFORM FLOW-OUT-WRITE-CHECK
               END-IF
           ELSE
               PERFORM VARYING FLOW-I FROM 1 BY 1
                       UNTIL FLOW-I > FLOW-TGT-CNT
                   MOVE FLOW-TGT(FLOW-I) TO FLOW-SINK
                   PERFORM FLOW-ONE-TARGET-WRITE
               END-PERFORM
           END-IF.
       EXIT SECTION.
      *>   FLOW-ONE-TARGET-WRITE answers one target. The FLOW=q
      *>   summary line leads with the target's sequence so RESLOAD
      *>   warehouses it; the EDGE and CUT detail lines after it
      *>   carry no leading key and stay out of the warehouse. An
      *>   edge's FLOW is signed in its X-to-Y direction (a two-way
      *>   link may carry its flow Y to X).
       FLOW-ONE-TARGET-WRITE SECTION.
           MOVE SPACES TO FLOW-OUT-LINE.
           MOVE 1 TO FLOW-PT.
           MOVE FLOW-I TO FLOW-VAL-Z.
           STRING "FLOW=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           MOVE FLOW-SOURCE TO FLOW-VAL-Z.
           STRING " S=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           MOVE FLOW-SINK TO FLOW-VAL-Z.
           STRING " T=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           IF FLOW-SINK < 1 OR FLOW-SINK > FLOW-N
                   OR FLOW-SINK = FLOW-SOURCE
               MOVE 4 TO FLOW-BATCH-RC
               STRING " INVALID NODE" DELIMITED BY SIZE
                   INTO FLOW-OUT-LINE
                   WITH POINTER FLOW-PT
               END-STRING
               WRITE FLOW-OUT-REC FROM FLOW-OUT-LINE
               PERFORM FLOW-OUT-WRITE-CHECK
               EXIT SECTION
           END-IF.
           PERFORM FLOW-DINIC.
      *>   The source side of the cut is what the last level pass
      *>   reached; an edge crossing out of it is saturated.
           MOVE 0 TO FLOW-CUT-CNT.
           PERFORM VARYING FLOW-K FROM 1 BY 1
                   UNTIL FLOW-K > FLOW-EN
               PERFORM FLOW-CUT-TEST
               IF FLOW-B = 1
                   ADD 1 TO FLOW-CUT-CNT
               END-IF
           END-PERFORM.
           MOVE FLOW-TOTAL TO FLOW-VAL-Z.
           STRING " MAXFLOW=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           MOVE FLOW-CUT-CNT TO FLOW-VAL-Z.
           STRING " CUTEDGES=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           WRITE FLOW-OUT-REC FROM FLOW-OUT-LINE.
           PERFORM FLOW-OUT-WRITE-CHECK.
           PERFORM VARYING FLOW-K FROM 1 BY 1
                   UNTIL FLOW-K > FLOW-EN
               COMPUTE FLOW-A = FLOW-K * 2 - 1
               COMPUTE FLOW-D = FLOW-ARC-CAP(FLOW-A)
                   - FLOW-ARC-RES(FLOW-A)
               MOVE "EDGE" TO FLOW-T1
               PERFORM FLOW-EDGE-LINE-WRITE
           END-PERFORM.
           PERFORM VARYING FLOW-K FROM 1 BY 1
                   UNTIL FLOW-K > FLOW-EN
               PERFORM FLOW-CUT-TEST
               IF FLOW-B = 1
                   MOVE FLOW-E-W(FLOW-K) TO FLOW-D
                   MOVE "CUT" TO FLOW-T1
                   PERFORM FLOW-EDGE-LINE-WRITE
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   FLOW-CUT-TEST sets FLOW-B to 1 when edge FLOW-K crosses
      *>   the cut: X reached and Y not, or, on a two-way link,
      *>   either way round.
       FLOW-CUT-TEST SECTION.
           MOVE 0 TO FLOW-B.
           MOVE FLOW-E-X(FLOW-K) TO FLOW-X.
           MOVE FLOW-E-Y(FLOW-K) TO FLOW-Y.
           IF FLOW-LEVEL(FLOW-X) >= 0 AND FLOW-LEVEL(FLOW-Y) < 0
               MOVE 1 TO FLOW-B
           END-IF.
           IF NOT FLOW-DIRECTED
                   AND FLOW-LEVEL(FLOW-Y) >= 0
                   AND FLOW-LEVEL(FLOW-X) < 0
               MOVE 1 TO FLOW-B
           END-IF.
       EXIT SECTION.
      *>   FLOW-EDGE-LINE-WRITE writes edge FLOW-K as an EDGE line
      *>   (FLOW-D is its flow) or a CUT line (FLOW-D is its
      *>   capacity), per the label left in FLOW-T1.
       FLOW-EDGE-LINE-WRITE SECTION.
           MOVE SPACES TO FLOW-OUT-LINE.
           MOVE 1 TO FLOW-PT.
           MOVE FLOW-K TO FLOW-VAL-Z.
           STRING FUNCTION TRIM(FLOW-T1) DELIMITED BY SIZE
               " NO=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           MOVE FLOW-E-X(FLOW-K) TO FLOW-VAL-Z.
           STRING " X=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           MOVE FLOW-E-Y(FLOW-K) TO FLOW-VAL-Z.
           STRING " Y=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           MOVE FLOW-E-W(FLOW-K) TO FLOW-VAL-Z.
           STRING " CAP=" DELIMITED BY SIZE
               FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
               INTO FLOW-OUT-LINE
               WITH POINTER FLOW-PT
           END-STRING.
           IF FLOW-T1 = "EDGE"
               MOVE FLOW-D TO FLOW-VAL-Z
               STRING " FLOW=" DELIMITED BY SIZE
                   FUNCTION TRIM(FLOW-VAL-Z) DELIMITED BY SIZE
                   INTO FLOW-OUT-LINE
                   WITH POINTER FLOW-PT
               END-STRING
           END-IF.
           WRITE FLOW-OUT-REC FROM FLOW-OUT-LINE.
           PERFORM FLOW-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   FLOW-DINIC pushes the maximum flow from FLOW-SOURCE to
      *>   FLOW-SINK: every arc starts at its full capacity, then
      *>   each phase levels the nodes breadth-first and saturates
      *>   the level graph, until a level pass no longer reaches
      *>   the target.
       FLOW-DINIC SECTION.
           MOVE 0 TO FLOW-TOTAL.
           COMPUTE FLOW-B = FLOW-EN * 2.
           PERFORM VARYING FLOW-A FROM 1 BY 1
                   UNTIL FLOW-A > FLOW-B
               MOVE FLOW-ARC-CAP(FLOW-A) TO FLOW-ARC-RES(FLOW-A)
           END-PERFORM.
           PERFORM FLOW-LEVEL-BUILD.
           PERFORM UNTIL FLOW-LEVEL(FLOW-SINK) < 0
               PERFORM VARYING FLOW-U FROM 1 BY 1
                       UNTIL FLOW-U > FLOW-N
                   MOVE FLOW-HEAD(FLOW-U) TO FLOW-CUR(FLOW-U)
               END-PERFORM
               PERFORM FLOW-BLOCKING-PUSH
               PERFORM FLOW-LEVEL-BUILD
           END-PERFORM.
       EXIT SECTION.
       FLOW-LEVEL-BUILD SECTION.
           PERFORM VARYING FLOW-U FROM 1 BY 1
                   UNTIL FLOW-U > FLOW-N
               MOVE -1 TO FLOW-LEVEL(FLOW-U)
           END-PERFORM.
           MOVE 0 TO FLOW-LEVEL(FLOW-SOURCE).
           MOVE 1 TO FLOW-Q-HEAD.
           MOVE 1 TO FLOW-Q-TAIL.
           MOVE FLOW-SOURCE TO FLOW-Q(1).
           PERFORM UNTIL FLOW-Q-HEAD > FLOW-Q-TAIL
               MOVE FLOW-Q(FLOW-Q-HEAD) TO FLOW-U
               ADD 1 TO FLOW-Q-HEAD
               MOVE FLOW-HEAD(FLOW-U) TO FLOW-A
               PERFORM UNTIL FLOW-A = 0
                   MOVE FLOW-ARC-TO(FLOW-A) TO FLOW-V
                   IF FLOW-ARC-RES(FLOW-A) > 0
                           AND FLOW-LEVEL(FLOW-V) < 0
                       COMPUTE FLOW-LEVEL(FLOW-V) =
                           FLOW-LEVEL(FLOW-U) + 1
                       ADD 1 TO FLOW-Q-TAIL
                       MOVE FLOW-V TO FLOW-Q(FLOW-Q-TAIL)
                   END-IF
                   MOVE FLOW-ARC-NEXT(FLOW-A) TO FLOW-A
               END-PERFORM
           END-PERFORM.
       EXIT SECTION.
      *>   FLOW-BLOCKING-PUSH saturates one level graph without
      *>   recursion: the path grows from the source one level at a
      *>   time along each node's current arc; on reaching the
      *>   target the path's bottleneck is pushed and the path cut
      *>   back to just before its first saturated arc; a node with
      *>   no usable arc left is ruled out for the phase (level -1)
      *>   and the path backs off it. The phase ends when the
      *>   source itself runs out of arcs.
       FLOW-BLOCKING-PUSH SECTION.
           MOVE 0 TO FLOW-SP.
           MOVE FLOW-SOURCE TO FLOW-U.
           MOVE 0 TO FLOW-PHASE-SW.
           PERFORM UNTIL FLOW-PHASE-DONE
               IF FLOW-U = FLOW-SINK
                   PERFORM FLOW-PATH-AUGMENT
               ELSE
                   MOVE FLOW-CUR(FLOW-U) TO FLOW-A
                   PERFORM UNTIL FLOW-A = 0
                       MOVE FLOW-ARC-TO(FLOW-A) TO FLOW-V
                       IF FLOW-ARC-RES(FLOW-A) > 0
                               AND FLOW-LEVEL(FLOW-V)
                                   = FLOW-LEVEL(FLOW-U) + 1
                           EXIT PERFORM
                       END-IF
                       MOVE FLOW-ARC-NEXT(FLOW-A) TO FLOW-A
                   END-PERFORM
                   MOVE FLOW-A TO FLOW-CUR(FLOW-U)
                   IF FLOW-A NOT = 0
                       ADD 1 TO FLOW-SP
                       MOVE FLOW-A TO FLOW-STK(FLOW-SP)
                       MOVE FLOW-ARC-TO(FLOW-A) TO FLOW-U
                   ELSE
                       MOVE -1 TO FLOW-LEVEL(FLOW-U)
                       IF FLOW-SP = 0
                           MOVE 1 TO FLOW-PHASE-SW
                       ELSE
                           SUBTRACT 1 FROM FLOW-SP
                           PERFORM FLOW-PATH-TIP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   FLOW-PATH-AUGMENT pushes the bottleneck along FLOW-STK,
      *>   crediting each arc's partner (2k-1 and 2k) with the
      *>   same amount, then cuts the path back.
       FLOW-PATH-AUGMENT SECTION.
           MOVE FLOW-ARC-RES(FLOW-STK(1)) TO FLOW-BOTTLE.
           PERFORM VARYING FLOW-K FROM 2 BY 1
                   UNTIL FLOW-K > FLOW-SP
               IF FLOW-ARC-RES(FLOW-STK(FLOW-K)) < FLOW-BOTTLE
                   MOVE FLOW-ARC-RES(FLOW-STK(FLOW-K))
                       TO FLOW-BOTTLE
               END-IF
           END-PERFORM.
           PERFORM VARYING FLOW-K FROM 1 BY 1
                   UNTIL FLOW-K > FLOW-SP
               MOVE FLOW-STK(FLOW-K) TO FLOW-A
               IF FUNCTION MOD(FLOW-A, 2) = 1
                   COMPUTE FLOW-B = FLOW-A + 1
               ELSE
                   COMPUTE FLOW-B = FLOW-A - 1
               END-IF
               SUBTRACT FLOW-BOTTLE FROM FLOW-ARC-RES(FLOW-A)
               ADD FLOW-BOTTLE TO FLOW-ARC-RES(FLOW-B)
           END-PERFORM.
           ADD FLOW-BOTTLE TO FLOW-TOTAL.
           PERFORM VARYING FLOW-K FROM 1 BY 1
                   UNTIL FLOW-K > FLOW-SP
               IF FLOW-ARC-RES(FLOW-STK(FLOW-K)) = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE FLOW-SP = FLOW-K - 1.
           PERFORM FLOW-PATH-TIP.
       EXIT SECTION.
      *>   FLOW-PATH-TIP points FLOW-U at the node the path now
      *>   ends on: the source when the path is empty, otherwise
      *>   the head of its last arc.
       FLOW-PATH-TIP SECTION.
           IF FLOW-SP = 0
               MOVE FLOW-SOURCE TO FLOW-U
           ELSE
               MOVE FLOW-ARC-TO(FLOW-STK(FLOW-SP)) TO FLOW-U
           END-IF.
       EXIT SECTION.
      *>   FLOW-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
       FLOW-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO FLOW-INPUT-DSN
               ELSE
                   MOVE "FLOWIN.DAT" TO FLOW-INPUT-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO FLOW-OUT-DSN
               ELSE
                   MOVE "FLOWOUT.DAT" TO FLOW-OUT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
      *>   FLOW-OUT-WRITE-CHECK guards every result write: the
      *>   first failure is diagnosed and fails the step; repeats
      *>   stay quiet so an abnormal volume cannot flood the job
      *>   log.
       FLOW-OUT-WRITE-CHECK SECTION.
           IF FLOW-OUT-FS NOT = "00" AND FLOW-OUT-ERR-SW = 0
               MOVE 1 TO FLOW-OUT-ERR-SW
               MOVE 8 TO FLOW-BATCH-RC
               DISPLAY "FLOWLIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(FLOW-OUT-DSN)
                   " FS=" FLOW-OUT-FS
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM FLOWLIB.
