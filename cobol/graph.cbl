      *>   (each component labelled by its smallest member, so the
      *>   grouping can be cross-checked against UF-GROUPS-LIST for
      *>   the same edge file — membership is comparable even though
      *>   union-find's internal root ids are not). A "DIRECTED"
      *>   record adds the precedence schedule: topological order,
      *>   earliest/latest starts and slack, and the critical path.
           SELECT GRAPH-INPUT-FILE ASSIGN TO DYNAMIC GRAPH-INPUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRAPH-INPUT-FS.
           SELECT GRAPH-OUT-FILE ASSIGN TO DYNAMIC GRAPH-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRAPH-OUT-FS.
      *>   GRAPH-REJECT-FILE is the reject trail: every record
      *>   GRAPHLIB refuses is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT GRAPH-REJECT-FILE ASSIGN TO DYNAMIC GRAPH-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRAPH-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 GRAPH-INPUT-REC PIC X(80).
           FD GRAPH-OUT-FILE.
               01 GRAPH-OUT-REC PIC X(80).
           FD GRAPH-REJECT-FILE.
               01 GRAPH-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 GRAPH-WK.
               03 GRAPH-INPUT-DSN PIC X(100) VALUE "GRAPHIN.DAT".
               03 GRAPH-INPUT-FS PIC XX.
               03 GRAPH-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 GRAPH-BATCH-RC PIC S9(4) VALUE 0.
               03 GRAPH-OUT-ERR-SW PIC 9 VALUE 0.
               03 GRAPH-REJECT-DSN PIC X(100) VALUE "GRAPHREJ.LOG".
               03 GRAPH-REJECT-FS PIC XX.
               03 GRAPH-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 GRAPH-REJECT-OPENED VALUE 1.
               03 GRAPH-REJECT-ERR-SW PIC 9 VALUE 0.
               03 GRAPH-REC-NO BINARY-LONG UNSIGNED VALUE 0.
               03 GRAPH-EDGE-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 GRAPH-REJECTS BINARY-LONG UNSIGNED VALUE 0.
               03 GRAPH-VAL-Z PIC -Z(18)9.
               03 GRAPH-CT-MIN-L.
                   05 GRAPH-CT-MIN OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
      *>   Precedence-schedule working set: a DIRECTED operation
      *>   record reads the same "X Y W" edges as "X must finish
      *>   before Y can start, W apart" — the project-planning
      *>   layout — and schedules them off the edge list kept in
      *>   GRAPH-E-TAB. The out-lists (GRAPH-DHEAD/GRAPH-DNEXT) and
      *>   in-lists (GRAPH-RHEAD/GRAPH-RNEXT) thread edge numbers,
      *>   so no arc is copied; the topological order is Kahn's
      *>   peel in GRAPH-Q, earliest starts run forward over it and
      *>   latest starts backward. A node the peel cannot reach
      *>   sits on or behind a cycle: the run then rejects the
      *>   schedule, naming one cycle's nodes, rather than writing
      *>   a partial order.
           01 GRAPH-DAG-WK.
               03 GRAPH-DAG-SW PIC 9 VALUE 0.
               03 GRAPH-DAG-CNT BINARY-LONG SIGNED VALUE 0.
               03 GRAPH-DAG-LEN BINARY-DOUBLE SIGNED VALUE 0.
               03 GRAPH-DAG-E BINARY-LONG SIGNED VALUE 0.
               03 GRAPH-DAG-K BINARY-LONG SIGNED VALUE 0.
               03 GRAPH-DAG-S BINARY-LONG SIGNED VALUE 0.
               03 GRAPH-DAG-NEXT BINARY-LONG SIGNED VALUE 0.
               03 GRAPH-DHEAD-L.
                   05 GRAPH-DHEAD OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
               03 GRAPH-RHEAD-L.
                   05 GRAPH-RHEAD OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
               03 GRAPH-INDEG-L.
                   05 GRAPH-INDEG OCCURS 100000 TIMES
                                   BINARY-LONG SIGNED.
               03 GRAPH-ES-L.
                   05 GRAPH-ES OCCURS 100000 TIMES
                                   BINARY-DOUBLE SIGNED.
               03 GRAPH-LS-L.
                   05 GRAPH-LS OCCURS 100000 TIMES
                                   BINARY-DOUBLE SIGNED.
               03 GRAPH-DNEXT-L.
                   05 GRAPH-DNEXT OCCURS 200000 TIMES
                                   BINARY-LONG SIGNED.
               03 GRAPH-RNEXT-L.
                   05 GRAPH-RNEXT OCCURS 200000 TIMES
                                   BINARY-LONG SIGNED.
      *>   The lazy-deletion pair heap behind the Dijkstra pass,
      *>   HEAPLIB's sift shape over (distance, node) pairs; stale
      *>   entries pop and are skipped by the GRAPH-SEEN check.
           MOVE 0 TO GRAPH-SOURCE.
           MOVE 0 TO GRAPH-TGT-CNT.
           MOVE 0 TO GRAPH-MST-SW.
           MOVE 0 TO GRAPH-DAG-SW.
           MOVE 0 TO GRAPH-EN.
           MOVE 0 TO GRAPH-PATH-CNT.
           MOVE 0 TO GRAPH-DIJK-SRC.
           MOVE 0 TO GRAPH-REC-NO.
           MOVE 0 TO GRAPH-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT GRAPH-INPUT-FILE.
           IF GRAPH-INPUT-FS NOT = "00"
               MOVE 8 TO GRAPH-BATCH-RC
           ELSE
               READ GRAPH-INPUT-FILE
                   AT END MOVE 8 TO GRAPH-BATCH-RC
                   NOT AT END ADD 1 TO GRAPH-REC-NO
               END-READ
               IF GRAPH-BATCH-RC = 0
                   COMPUTE GRAPH-N =
                               AT END
                                   MOVE "10" TO GRAPH-INPUT-FS
                               NOT AT END
                                   ADD 1 TO GRAPH-REC-NO
                                   PERFORM GRAPH-RECORD-PROCESS
                           END-READ
                       END-PERFORM
                       IF GRAPH-MST-SW = 1
                           PERFORM GRAPH-MST-WRITE
                       END-IF
                       IF GRAPH-DAG-SW = 1
                           PERFORM GRAPH-SCHEDULE-WRITE
                       END-IF
                       END-IF
                       CLOSE GRAPH-OUT-FILE
                   END-IF
               END-IF
           END-IF.
           CLOSE GRAPH-INPUT-FILE.
           IF GRAPH-REJECT-OPENED
               CLOSE GRAPH-REJECT-FILE
               MOVE 0 TO GRAPH-REJECT-OPEN-SW
           END-IF.
           MOVE GRAPH-BATCH-RC TO RETURN-CODE.
           MOVE "GRFJOB01" TO JA-JOB-ID.
           MOVE GRAPH-INPUT-DSN TO JA-INPUT-DSN.
                           FUNCTION NUMVAL(GRAPH-T2)
                   WHEN GRAPH-T1 = "MST" AND GRAPH-TALLY = 1
                       MOVE 1 TO GRAPH-MST-SW
                   WHEN GRAPH-T1 = "DIRECTED" AND GRAPH-TALLY = 1
                       MOVE 1 TO GRAPH-DAG-SW
                   WHEN GRAPH-T1 = "PATH" AND GRAPH-TALLY = 3
                       IF GRAPH-PATH-CNT < GRAPH-PATH-MAX
                           ADD 1 TO GRAPH-PATH-CNT
                   WHEN GRAPH-TALLY = 2 OR GRAPH-TALLY = 3
                       PERFORM GRAPH-EDGE-STORE
                   WHEN OTHER
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "NOT A CONTROL RECORD OR AN EDGE"
                           TO RJ-REASON-TEXT
                       PERFORM GRAPH-RECORD-REJECT
               END-EVALUATE
           END-IF.
                   OR GRAPH-Y < 1 OR GRAPH-Y > GRAPH-N
                   OR GRAPH-W < 0
                   OR GRAPH-EDGE-COUNT > GRAPH-MAXE
               IF GRAPH-EDGE-COUNT > GRAPH-MAXE
                   MOVE "EDGE-TABLE-FULL" TO RJ-REASON-CODE
                   MOVE "MORE EDGES THAN GRAPH-MAXE"
                       TO RJ-REASON-TEXT
               ELSE
                   MOVE "EDGE-BOUNDS" TO RJ-REASON-CODE
                   MOVE "ENDPOINT OUTSIDE 1..N OR WEIGHT < 0"
                       TO RJ-REASON-TEXT
               END-IF
               PERFORM GRAPH-RECORD-REJECT
           ELSE
               ADD 1 TO GRAPH-ARC-CNT
               END-IF
           END-IF.
       EXIT SECTION.
      *>   GRAPH-RECORD-REJECT refuses the record in hand with the
      *>   reason code and text the caller staged in RJ-RECORD.
       GRAPH-RECORD-REJECT SECTION.
           ADD 1 TO GRAPH-REJECTS.
           IF GRAPH-BATCH-RC < 4
           END-IF.
           DISPLAY "GRAPHLIB: REJECTED RECORD="
               GRAPH-INPUT-REC(1:40).
           PERFORM GRAPH-REJREC-WRITE.
       EXIT SECTION.
      *>   GRAPH-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to GRAPH-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the record already being refused.
       GRAPH-REJREC-WRITE SECTION.
           MOVE "GRAPHLIB" TO RJ-PROGRAM.
           MOVE GRAPH-INPUT-DSN TO RJ-INPUT-DSN.
           MOVE GRAPH-REC-NO TO RJ-RECORD-NO.
           MOVE GRAPH-INPUT-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT GRAPH-REJECT-OPENED
               OPEN EXTEND GRAPH-REJECT-FILE
               IF GRAPH-REJECT-FS = "05" OR GRAPH-REJECT-FS = "35"
                   OPEN OUTPUT GRAPH-REJECT-FILE
               END-IF
               MOVE 1 TO GRAPH-REJECT-OPEN-SW
           END-IF.
           WRITE GRAPH-REJECT-REC FROM RJ-RECORD.
           IF GRAPH-REJECT-FS NOT = "00" AND GRAPH-REJECT-ERR-SW = 0
               MOVE 1 TO GRAPH-REJECT-ERR-SW
               DISPLAY "GRAPHLIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(GRAPH-REJECT-DSN)
                   " FS=" GRAPH-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   GRAPH-DISTANCES-WRITE runs one Dijkstra pass from the
      *>   SOURCE record's node (no SOURCE record, or an invalid
               END-PERFORM
           END-IF.
       EXIT SECTION.
      *>   GRAPH-SCHEDULE-WRITE answers the DIRECTED operation: the
      *>   edge list is threaded into out- and in-lists, Kahn's peel
      *>   lays the nodes into GRAPH-Q in a valid topological order
      *>   while the earliest starts ride forward along it (a node
      *>   starts once its slowest predecessor's edge has run), and
      *>   the latest starts come back over the same order from the
      *>   project length. Each node gets one TOPO line in order
      *>   with its earliest start, latest start and slack, then
      *>   the critical path follows with its total length. A peel
      *>   that stalls short of N means a cycle, which goes to
      *>   GRAPH-CYCLE-REJECT instead of any schedule lines.
       GRAPH-SCHEDULE-WRITE SECTION.
           PERFORM VARYING GRAPH-I FROM 1 BY 1
                   UNTIL GRAPH-I > GRAPH-N
               MOVE 0 TO GRAPH-DHEAD(GRAPH-I)
               MOVE 0 TO GRAPH-RHEAD(GRAPH-I)
               MOVE 0 TO GRAPH-INDEG(GRAPH-I)
               MOVE 0 TO GRAPH-ES(GRAPH-I)
           END-PERFORM.
           PERFORM VARYING GRAPH-DAG-E FROM 1 BY 1
                   UNTIL GRAPH-DAG-E > GRAPH-EN
               MOVE GRAPH-E-X(GRAPH-DAG-E) TO GRAPH-X
               MOVE GRAPH-E-Y(GRAPH-DAG-E) TO GRAPH-Y
               MOVE GRAPH-DHEAD(GRAPH-X) TO GRAPH-DNEXT(GRAPH-DAG-E)
               MOVE GRAPH-DAG-E TO GRAPH-DHEAD(GRAPH-X)
               MOVE GRAPH-RHEAD(GRAPH-Y) TO GRAPH-RNEXT(GRAPH-DAG-E)
               MOVE GRAPH-DAG-E TO GRAPH-RHEAD(GRAPH-Y)
               ADD 1 TO GRAPH-INDEG(GRAPH-Y)
           END-PERFORM.
           MOVE 1 TO GRAPH-Q-HEAD.
           MOVE 0 TO GRAPH-Q-TAIL.
           PERFORM VARYING GRAPH-I FROM 1 BY 1
                   UNTIL GRAPH-I > GRAPH-N
               IF GRAPH-INDEG(GRAPH-I) = 0
                   ADD 1 TO GRAPH-Q-TAIL
                   MOVE GRAPH-I TO GRAPH-Q(GRAPH-Q-TAIL)
               END-IF
           END-PERFORM.
           PERFORM UNTIL GRAPH-Q-HEAD > GRAPH-Q-TAIL
               MOVE GRAPH-Q(GRAPH-Q-HEAD) TO GRAPH-U
               ADD 1 TO GRAPH-Q-HEAD
               MOVE GRAPH-DHEAD(GRAPH-U) TO GRAPH-DAG-E
               PERFORM UNTIL GRAPH-DAG-E = 0
                   MOVE GRAPH-E-Y(GRAPH-DAG-E) TO GRAPH-V
                   COMPUTE GRAPH-D = GRAPH-ES(GRAPH-U)
                       + GRAPH-E-W(GRAPH-DAG-E)
                   IF GRAPH-D > GRAPH-ES(GRAPH-V)
                       MOVE GRAPH-D TO GRAPH-ES(GRAPH-V)
                   END-IF
                   SUBTRACT 1 FROM GRAPH-INDEG(GRAPH-V)
                   IF GRAPH-INDEG(GRAPH-V) = 0
                       ADD 1 TO GRAPH-Q-TAIL
                       MOVE GRAPH-V TO GRAPH-Q(GRAPH-Q-TAIL)
                   END-IF
                   MOVE GRAPH-DNEXT(GRAPH-DAG-E) TO GRAPH-DAG-E
               END-PERFORM
           END-PERFORM.
           IF GRAPH-Q-TAIL < GRAPH-N
               PERFORM GRAPH-CYCLE-REJECT
               EXIT SECTION
           END-IF.
      *>   The project length is the latest earliest-start; every
      *>   node may start as late as its tightest successor allows,
      *>   and a node with no successor as late as the length.
           MOVE 0 TO GRAPH-DAG-LEN.
           PERFORM VARYING GRAPH-I FROM 1 BY 1
                   UNTIL GRAPH-I > GRAPH-N
               IF GRAPH-ES(GRAPH-I) > GRAPH-DAG-LEN
                   MOVE GRAPH-ES(GRAPH-I) TO GRAPH-DAG-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING GRAPH-I FROM 1 BY 1
                   UNTIL GRAPH-I > GRAPH-N
               MOVE GRAPH-DAG-LEN TO GRAPH-LS(GRAPH-I)
           END-PERFORM.
           PERFORM VARYING GRAPH-DAG-K FROM GRAPH-N BY -1
                   UNTIL GRAPH-DAG-K < 1
               MOVE GRAPH-Q(GRAPH-DAG-K) TO GRAPH-U
               MOVE GRAPH-DHEAD(GRAPH-U) TO GRAPH-DAG-E
               PERFORM UNTIL GRAPH-DAG-E = 0
                   MOVE GRAPH-E-Y(GRAPH-DAG-E) TO GRAPH-V
                   COMPUTE GRAPH-D = GRAPH-LS(GRAPH-V)
                       - GRAPH-E-W(GRAPH-DAG-E)
                   IF GRAPH-D < GRAPH-LS(GRAPH-U)
                       MOVE GRAPH-D TO GRAPH-LS(GRAPH-U)
                   END-IF
                   MOVE GRAPH-DNEXT(GRAPH-DAG-E) TO GRAPH-DAG-E
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING GRAPH-DAG-K FROM 1 BY 1
                   UNTIL GRAPH-DAG-K > GRAPH-N
               PERFORM GRAPH-TOPO-LINE-WRITE
           END-PERFORM.
           PERFORM GRAPH-CRITICAL-WRITE.
       EXIT SECTION.
       GRAPH-TOPO-LINE-WRITE SECTION.
           MOVE GRAPH-Q(GRAPH-DAG-K) TO GRAPH-U.
           MOVE SPACES TO GRAPH-OUT-LINE.
           MOVE 1 TO GRAPH-PT.
           MOVE GRAPH-DAG-K TO GRAPH-VAL-Z.
           STRING "TOPO SEQ=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           MOVE GRAPH-U TO GRAPH-VAL-Z.
           STRING " NODE=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           MOVE GRAPH-ES(GRAPH-U) TO GRAPH-VAL-Z.
           STRING " ES=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           MOVE GRAPH-LS(GRAPH-U) TO GRAPH-VAL-Z.
           STRING " LS=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           COMPUTE GRAPH-VAL-Z =
               GRAPH-LS(GRAPH-U) - GRAPH-ES(GRAPH-U).
           STRING " SLACK=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           WRITE GRAPH-OUT-REC FROM GRAPH-OUT-LINE.
           PERFORM GRAPH-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   GRAPH-CRITICAL-WRITE walks one critical path: it starts
      *>   at the first zero-slack node with nothing before it
      *>   (earliest start 0) and keeps to edges that are tight —
      *>   the successor has zero slack and starts exactly when the
      *>   edge ends. Such an edge always exists until the walk
      *>   reaches a node finishing at the project length, so the
      *>   nodes written sum to the CRITICAL PATH LENGTH line.
       GRAPH-CRITICAL-WRITE SECTION.
           MOVE SPACES TO GRAPH-OUT-LINE.
           MOVE 1 TO GRAPH-PT.
           MOVE GRAPH-DAG-LEN TO GRAPH-VAL-Z.
           STRING "CRITICAL PATH LENGTH=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           WRITE GRAPH-OUT-REC FROM GRAPH-OUT-LINE.
           PERFORM GRAPH-OUT-WRITE-CHECK.
           MOVE 0 TO GRAPH-U.
           PERFORM VARYING GRAPH-DAG-K FROM 1 BY 1
                   UNTIL GRAPH-DAG-K > GRAPH-N OR GRAPH-U NOT = 0
               MOVE GRAPH-Q(GRAPH-DAG-K) TO GRAPH-V
               IF GRAPH-ES(GRAPH-V) = 0 AND GRAPH-LS(GRAPH-V) = 0
                   MOVE GRAPH-V TO GRAPH-U
               END-IF
           END-PERFORM.
           PERFORM UNTIL GRAPH-U = 0
               MOVE SPACES TO GRAPH-OUT-LINE
               MOVE GRAPH-U TO GRAPH-VAL-Z
               STRING "CRITICAL NODE=" DELIMITED BY SIZE
                   FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
                   INTO GRAPH-OUT-LINE
               END-STRING
               WRITE GRAPH-OUT-REC FROM GRAPH-OUT-LINE
               PERFORM GRAPH-OUT-WRITE-CHECK
               MOVE 0 TO GRAPH-DAG-NEXT
               MOVE GRAPH-DHEAD(GRAPH-U) TO GRAPH-DAG-E
               PERFORM UNTIL GRAPH-DAG-E = 0
                       OR GRAPH-DAG-NEXT NOT = 0
                   MOVE GRAPH-E-Y(GRAPH-DAG-E) TO GRAPH-V
                   IF GRAPH-LS(GRAPH-V) = GRAPH-ES(GRAPH-V)
                           AND GRAPH-ES(GRAPH-V) = GRAPH-ES(GRAPH-U)
                               + GRAPH-E-W(GRAPH-DAG-E)
                       MOVE GRAPH-V TO GRAPH-DAG-NEXT
                   END-IF
                   MOVE GRAPH-DNEXT(GRAPH-DAG-E) TO GRAPH-DAG-E
               END-PERFORM
               MOVE GRAPH-DAG-NEXT TO GRAPH-U
           END-PERFORM.
       EXIT SECTION.
      *>   GRAPH-CYCLE-REJECT names the nodes of one cycle. Every
      *>   node the peel left behind still has a left-behind
      *>   predecessor, so walking predecessors from the first one
      *>   must come round onto a node already walked; GRAPH-PRED
      *>   stamps each node with its step in the walk (GRAPH-PW) and
      *>   the steps from that node's stamp to the last are the
      *>   cycle, written back in edge direction. The rejection
      *>   fails the schedule only: the other answers stand.
       GRAPH-CYCLE-REJECT SECTION.
           ADD 1 TO GRAPH-REJECTS.
           IF GRAPH-BATCH-RC < 4
               MOVE 4 TO GRAPH-BATCH-RC
           END-IF.
           MOVE 0 TO GRAPH-V.
           PERFORM VARYING GRAPH-I FROM 1 BY 1
                   UNTIL GRAPH-I > GRAPH-N
               MOVE 0 TO GRAPH-PRED(GRAPH-I)
               IF GRAPH-V = 0 AND GRAPH-INDEG(GRAPH-I) > 0
                   MOVE GRAPH-I TO GRAPH-V
               END-IF
           END-PERFORM.
           MOVE 0 TO GRAPH-DAG-K.
           PERFORM UNTIL GRAPH-PRED(GRAPH-V) > 0
               ADD 1 TO GRAPH-DAG-K
               MOVE GRAPH-V TO GRAPH-PW(GRAPH-DAG-K)
               MOVE GRAPH-DAG-K TO GRAPH-PRED(GRAPH-V)
               MOVE 0 TO GRAPH-DAG-NEXT
               MOVE GRAPH-RHEAD(GRAPH-V) TO GRAPH-DAG-E
               PERFORM UNTIL GRAPH-DAG-E = 0
                       OR GRAPH-DAG-NEXT NOT = 0
                   IF GRAPH-INDEG(GRAPH-E-X(GRAPH-DAG-E)) > 0
                       MOVE GRAPH-E-X(GRAPH-DAG-E)
                           TO GRAPH-DAG-NEXT
                   END-IF
                   MOVE GRAPH-RNEXT(GRAPH-DAG-E) TO GRAPH-DAG-E
               END-PERFORM
               MOVE GRAPH-DAG-NEXT TO GRAPH-V
           END-PERFORM.
           MOVE GRAPH-PRED(GRAPH-V) TO GRAPH-DAG-S.
           COMPUTE GRAPH-DAG-CNT = GRAPH-DAG-K - GRAPH-DAG-S + 1.
           MOVE SPACES TO GRAPH-OUT-LINE.
           MOVE 1 TO GRAPH-PT.
           MOVE GRAPH-DAG-CNT TO GRAPH-VAL-Z.
           STRING "SCHEDULE REJECTED CYCLE NODES=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           COMPUTE GRAPH-VAL-Z = GRAPH-N - GRAPH-Q-TAIL.
           STRING " UNORDERED=" DELIMITED BY SIZE
               FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
               INTO GRAPH-OUT-LINE
               WITH POINTER GRAPH-PT
           END-STRING.
           WRITE GRAPH-OUT-REC FROM GRAPH-OUT-LINE.
           PERFORM GRAPH-OUT-WRITE-CHECK.
           DISPLAY "GRAPHLIB: " FUNCTION TRIM(GRAPH-OUT-LINE).
           PERFORM VARYING GRAPH-I FROM GRAPH-DAG-K BY -1
                   UNTIL GRAPH-I < GRAPH-DAG-S
               MOVE SPACES TO GRAPH-OUT-LINE
               MOVE GRAPH-PW(GRAPH-I) TO GRAPH-VAL-Z
               STRING "CYCLE NODE=" DELIMITED BY SIZE
                   FUNCTION TRIM(GRAPH-VAL-Z) DELIMITED BY SIZE
                   INTO GRAPH-OUT-LINE
               END-STRING
               WRITE GRAPH-OUT-REC FROM GRAPH-OUT-LINE
               PERFORM GRAPH-OUT-WRITE-CHECK
           END-PERFORM.
       EXIT SECTION.
      *>   GRAPH-UF-FIND resolves GRAPH-UF-X's root into GRAPH-UF-R,
      *>   compressing the walked path onto it the way UF-FIND does.
       GRAPH-UF-FIND SECTION.
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM GRAPHLIB.
