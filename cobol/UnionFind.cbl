           SELECT UF-RESULT-FILE ASSIGN TO DYNAMIC UF-RESULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UF-RESULT-FS.
      *>   UF-REG-FILE is the permanent group registry a "REGISTRY"
      *>   record in the edge feed asks for: every member's
      *>   permanent group number as of the last run, read back at
      *>   end of file to carry those numbers forward and then
      *>   rewritten. UF-CHG-FILE is the change log of the group
      *>   events that carry-forward found, for the downstream load.
           SELECT UF-REG-FILE ASSIGN TO DYNAMIC UF-REG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UF-REG-FS.
           SELECT UF-CHG-FILE ASSIGN TO DYNAMIC UF-CHG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UF-CHG-FS.
      *>   UF-REJECT-FILE is the reject trail: every edge record
      *>   refused is also written here in the shared REJREC.cpy
      *>   layout, appended run after run.
           SELECT UF-REJECT-FILE ASSIGN TO DYNAMIC UF-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UF-REJECT-FS.
           COPY "JOBAUDITS.cpy".
           COPY "HRTBEATS.cpy".
       DATA DIVISION.
               01 UF-INPUT-REC PIC X(80).
           FD UF-RESULT-FILE.
               01 UF-RESULT-REC PIC X(132).
      *>   UF-REG-REC: a NEXT record carrying the next permanent
      *>   number to issue, then one MEMB record per node, grouped
      *>   by permanent number. Zoned like UF-SNAPSHOT-REC.
           FD UF-REG-FILE.
               01 UF-REG-REC.
                   03 UF-REG-TAG PIC X(4).
                   03 UF-REG-GID PIC 9(9).
                   03 UF-REG-NODE PIC 9(9).
           FD UF-CHG-FILE.
               01 UF-CHG-REC PIC X(132).
           FD UF-REJECT-FILE.
               01 UF-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
           COPY "HRTBEATF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           COPY "HRTBEAT.cpy".
           01 UF-WK.
               03 UF-P BINARY-LONG SIGNED VALUE 0.
               03 UF-EDGE-REJECTS BINARY-LONG UNSIGNED VALUE 0.
               03 UF-BATCH-RC PIC S9(4) VALUE 0.
               03 UF-RESULT-ERR-SW PIC 9 VALUE 0.
               03 UF-REJECT-DSN PIC X(100) VALUE "UFREJ.LOG".
               03 UF-REJECT-FS PIC XX.
               03 UF-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 UF-REJECT-OPENED VALUE 1.
               03 UF-REJECT-ERR-SW PIC 9 VALUE 0.
               03 UF-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 UF-CKPT-ERR-SW PIC 9 VALUE 0.
               03 UF-GROUPS-COUNT-Z PIC -Z(9)9.
               03 UF-EDGE-COUNT-Z PIC Z(9)9.
               03 UF-EDGE-REJECTS-Z PIC Z(9)9.
               03 UF-RESULT-LINE PIC X(132).
      *>   Permanent group registry working set. UF-GROUPS-LIST
      *>   labels a group by its current root, which moves whenever
      *>   the edge file grows, so downstream cannot key on it. A
      *>   "REGISTRY dsn [changelog-dsn]" record anywhere in the
      *>   edge feed arms UF-REGISTRY-UPDATE at end of file: the
      *>   prior run's registry gives each node its prior permanent
      *>   group (its "slot" here, numbered as the groups are read),
      *>   and each prior group is carried by the new group holding
      *>   most of its members. A new group carrying several prior
      *>   groups keeps the oldest (lowest) number and retires the
      *>   rest (GROUP-MERGED); a new group carrying none is issued
      *>   a fresh number — GROUP-SPLIT naming the prior group it
      *>   shares most members with, or GROUP-NEW if it shares
      *>   none; and a prior group with no member left in this
      *>   run is GROUP-RETIRED. The node and slot tables are sized
      *>   to UF-MAXN and have to be raised with it.
           01 UF-REG-WK.
               03 UF-REG-DSN PIC X(100) VALUE "UFREGIST.DAT".
               03 UF-REG-FS PIC XX.
               03 UF-CHG-DSN PIC X(100) VALUE "UFGRPCHG.DAT".
               03 UF-CHG-FS PIC XX.
               03 UF-RG-SW PIC 9 VALUE 0.
                   88 UF-RG-ARMED VALUE 1.
               03 UF-RG-DONE-SW PIC 9 VALUE 0.
                   88 UF-RG-DONE VALUE 1.
               03 UF-RG-ERR-SW PIC 9 VALUE 0.
               03 UF-RG-T1 PIC X(100).
               03 UF-RG-T2 PIC X(100).
               03 UF-RG-T3 PIC X(100).
               03 UF-RG-T4 PIC X(100).
               03 UF-RG-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 UF-RG-NEXT-ID BINARY-LONG SIGNED VALUE 1.
               03 UF-RG-PRIOR-GID BINARY-LONG SIGNED VALUE 0.
               03 UF-RG-SLOTS BINARY-LONG SIGNED VALUE 0.
               03 UF-RG-P BINARY-LONG SIGNED VALUE 0.
               03 UF-RG-M BINARY-LONG SIGNED VALUE 0.
               03 UF-RG-R BINARY-LONG SIGNED VALUE 0.
               03 UF-RG-S BINARY-LONG SIGNED VALUE 0.
               03 UF-RG-CNT-NEW BINARY-LONG UNSIGNED VALUE 0.
               03 UF-RG-CNT-SPLIT BINARY-LONG UNSIGNED VALUE 0.
               03 UF-RG-CNT-MERGED BINARY-LONG UNSIGNED VALUE 0.
               03 UF-RG-CNT-RETIRED BINARY-LONG UNSIGNED VALUE 0.
               03 UF-RG-CNT-KEPT BINARY-LONG UNSIGNED VALUE 0.
               03 UF-RG-Z1 PIC Z(9)9.
               03 UF-RG-Z2 PIC Z(9)9.
               03 UF-RG-Z3 PIC Z(9)9.
               03 UF-RG-Z4 PIC Z(9)9.
               03 UF-RG-Z5 PIC Z(9)9.
               03 UF-RG-LINE PIC X(132).
      *>   Per node: its prior slot (0 = not in the prior registry),
      *>   the next member of its group in node order and, for a
      *>   root, its group's first member, size, permanent number
      *>   and the prior slot it shares most members with.
               03 UF-RG-NODE-L.
                   05 UF-RG-NODE-I OCCURS 1000000 TIMES.
                       07 UF-RG-OLD-SLOT BINARY-LONG SIGNED.
                       07 UF-RG-NEXT BINARY-LONG SIGNED.
                       07 UF-RG-HEAD BINARY-LONG SIGNED.
                       07 UF-RG-SIZE BINARY-LONG SIGNED.
                       07 UF-RG-GID BINARY-LONG SIGNED.
                       07 UF-RG-FROM BINARY-LONG SIGNED.
      *>   Per prior slot: its permanent number, the root of the new
      *>   group carrying it and how many of its members that group
      *>   holds, and a scratch overlap count.
               03 UF-RG-SLOT-L.
                   05 UF-RG-SLOT-I OCCURS 1000000 TIMES.
                       07 UF-RG-SLOT-GID BINARY-LONG SIGNED.
                       07 UF-RG-SLOT-SUCC BINARY-LONG SIGNED.
                       07 UF-RG-SLOT-BEST BINARY-LONG SIGNED.
                       07 UF-RG-SLOT-CNT BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   UF-BATCH-RUN is this program's entry point when it is run
      *>   as its own job step or CALLed as one step of a larger
           MOVE 0 TO UF-RESULT-ERR-SW.
           MOVE 0 TO UF-EDGE-COUNT.
           MOVE 0 TO UF-EDGE-REJECTS.
           MOVE 0 TO UF-IN-RECNO.
           MOVE 0 TO UF-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
      *>   A fresh edge feed starts its checkpoint cycle over; a
      *>   second CALL in the same battery must not carry the prior
      *>   step's union count into this step's checkpoints.
           MOVE 0 TO UF-UNION-COUNT.
           MOVE 0 TO UF-EDGES-SEEN.
           MOVE 0 TO UF-FL-CNT.
           MOVE 0 TO UF-RG-SW.
           MOVE 0 TO UF-RG-DONE-SW.
           OPEN INPUT UF-INPUT-FILE.
           OPEN OUTPUT UF-RESULT-FILE.
           IF UF-RESULT-FS NOT = "00"
               IF UF-INPUT-FS = "10"
                   MOVE 8 TO UF-BATCH-RC
               ELSE
                   MOVE 1 TO UF-IN-RECNO
                   COMPUTE N = FUNCTION NUMVAL(UF-INPUT-REC)
                   PERFORM UF-CHECK-N
                   IF UF-N-REJECTED
                       MOVE 8 TO UF-BATCH-RC
                       MOVE "N-CEILING" TO RJ-REASON-CODE
                       MOVE "NODE COUNT N EXCEEDS UF-MAXN"
                           TO RJ-REASON-TEXT
                       PERFORM UF-REJREC-WRITE
                   ELSE
                       PERFORM VARYING UF-P FROM 1 BY 1
                               UNTIL UF-P > N
                       END-PERFORM
                       PERFORM UF-FIRSTLINK-EOF-WRITE
                       PERFORM UF-BATCH-RESULT-WRITE
                       IF UF-RG-ARMED
                           PERFORM UF-REGISTRY-UPDATE
                       END-IF
                       PERFORM UF-GROUPS-LIST
                       IF RETURN-CODE > UF-BATCH-RC
                           MOVE RETURN-CODE TO UF-BATCH-RC
           END-IF.
           CLOSE UF-INPUT-FILE.
           CLOSE UF-RESULT-FILE.
           IF UF-REJECT-OPENED
               CLOSE UF-REJECT-FILE
               MOVE 0 TO UF-REJECT-OPEN-SW
           END-IF.
           MOVE UF-BATCH-RC TO RETURN-CODE.
           MOVE "UFJOB01" TO JA-JOB-ID.
           MOVE UF-INPUT-DSN TO JA-INPUT-DSN.
      *>   UF-BATCH-EDGE-PROCESS splits one edge record: two tokens
      *>   drive UF-UNION, three drive UF-WUNION, anything else (a
      *>   malformed record; blank records are skipped outright) is
      *>   tallied as rejected and sent to the reject trail. A
      *>   nonzero RETURN-CODE from the union sections (bad node
      *>   id, weight conflict) is kept as the step's RC rather than
      *>   silently dropped.
       UF-BATCH-EDGE-PROCESS SECTION.
           ADD 1 TO UF-IN-RECNO.
           IF UF-INPUT-REC = SPACES
               CONTINUE
           ELSE
                   WHEN UF-EDGE-X-T = "FIRSTLINK"
                           AND UF-EDGE-TALLY = 3
                       PERFORM UF-FIRSTLINK-REGISTER
                   WHEN UF-EDGE-X-T = "REGISTRY"
                       PERFORM UF-REGISTRY-ARM
                   WHEN UF-EDGE-X-T = "DIFF"
                           AND UF-EDGE-TALLY = 3
                       ADD 1 TO UF-EDGES-SEEN
                       MOVE 4 TO RETURN-CODE
                       DISPLAY "UNIONFIND: MALFORMED EDGE RECORD="
                           UF-INPUT-REC(1:40)
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "NOT AN EDGE, QUERY OR FIRSTLINK RECORD"
                           TO RJ-REASON-TEXT
                       PERFORM UF-REJREC-WRITE
               END-EVALUATE
               IF RETURN-CODE > UF-BATCH-RC
                   MOVE RETURN-CODE TO UF-BATCH-RC
               MOVE 4 TO RETURN-CODE
               DISPLAY "UNIONFIND: FIRSTLINK NODE OUT OF "
                   "RANGE 1.." N " RECORD=" UF-INPUT-REC(1:40)
               MOVE "NODE-RANGE" TO RJ-REASON-CODE
               MOVE "FIRSTLINK NODE OUTSIDE 1..N"
                   TO RJ-REASON-TEXT
               PERFORM UF-REJREC-WRITE
               EXIT SECTION
           END-IF.
           ADD 1 TO UF-FL-CNT.
                   FUNCTION TRIM(UF-GROUPS-NODE-Z) DELIMITED BY SIZE
                   INTO UF-GROUPS-LINE
               END-STRING
      *>   With the registry carried forward, each line also names
      *>   the member's permanent group — the id downstream keys on.
               IF UF-RG-DONE
                   MOVE UF-RG-GID(UF-GROUPS-ROOT) TO UF-RG-Z1
                   MOVE SPACES TO UF-RG-LINE
                   STRING UF-GROUPS-LINE DELIMITED BY "  "
                       " GID=" DELIMITED BY SIZE
                       FUNCTION TRIM(UF-RG-Z1) DELIMITED BY SIZE
                       INTO UF-RG-LINE
                   END-STRING
                   MOVE UF-RG-LINE TO UF-GROUPS-LINE
               END-IF
               WRITE UF-GROUPS-REC FROM UF-GROUPS-LINE
               IF UF-GROUPS-FS NOT = "00"
                   MOVE 8 TO RETURN-CODE
           END-PERFORM.
           CLOSE UF-GROUPS-FILE.
       EXIT SECTION.
      *>   UF-REGISTRY-ARM takes the "REGISTRY dsn [changelog-dsn]"
      *>   record; the tokens are re-split here at full DSN width.
       UF-REGISTRY-ARM SECTION.
           MOVE SPACES TO UF-RG-T1.
           MOVE SPACES TO UF-RG-T2.
           MOVE SPACES TO UF-RG-T3.
           MOVE SPACES TO UF-RG-T4.
           MOVE 0 TO UF-RG-TALLY.
           UNSTRING UF-INPUT-REC DELIMITED BY ALL SPACE
               INTO UF-RG-T1 UF-RG-T2 UF-RG-T3 UF-RG-T4
               TALLYING IN UF-RG-TALLY
           END-UNSTRING.
           IF UF-RG-TALLY < 2 OR UF-RG-TALLY > 3
               ADD 1 TO UF-EDGE-REJECTS
               MOVE 4 TO RETURN-CODE
               DISPLAY "UNIONFIND: MALFORMED EDGE RECORD="
                   UF-INPUT-REC(1:40)
               MOVE "MALFORMED" TO RJ-REASON-CODE
               MOVE "REGISTRY NEEDS ONE OR TWO DSN OPERANDS"
                   TO RJ-REASON-TEXT
               PERFORM UF-REJREC-WRITE
               EXIT SECTION
           END-IF.
           MOVE UF-RG-T2 TO UF-REG-DSN.
           IF UF-RG-TALLY = 3
               MOVE UF-RG-T3 TO UF-CHG-DSN
           ELSE
               MOVE "UFGRPCHG.DAT" TO UF-CHG-DSN
           END-IF.
           MOVE 1 TO UF-RG-SW.
       EXIT SECTION.
      *>   UF-REGISTRY-UPDATE carries the permanent group numbers
      *>   forward (see UF-REG-WK), writes the change log, and
      *>   rewrites the registry. A registry that cannot be read
      *>   back cleanly, or a change log that cannot be written,
      *>   fails the step and leaves the prior registry untouched —
      *>   numbering from scratch would reissue ids downstream
      *>   already holds. A registry that does not exist yet is a
      *>   first run: every group is GROUP-NEW.
       UF-REGISTRY-UPDATE SECTION.
           MOVE 0 TO UF-RG-ERR-SW.
           MOVE 0 TO UF-RG-CNT-NEW.
           MOVE 0 TO UF-RG-CNT-SPLIT.
           MOVE 0 TO UF-RG-CNT-MERGED.
           MOVE 0 TO UF-RG-CNT-RETIRED.
           MOVE 0 TO UF-RG-CNT-KEPT.
           PERFORM VARYING UF-RG-P FROM 1 BY 1 UNTIL UF-RG-P > N
               MOVE 0 TO UF-RG-OLD-SLOT(UF-RG-P)
               MOVE 0 TO UF-RG-NEXT(UF-RG-P)
               MOVE 0 TO UF-RG-HEAD(UF-RG-P)
               MOVE 0 TO UF-RG-SIZE(UF-RG-P)
               MOVE 0 TO UF-RG-GID(UF-RG-P)
               MOVE 0 TO UF-RG-FROM(UF-RG-P)
           END-PERFORM.
           PERFORM UF-REGISTRY-LOAD.
           IF UF-RG-ERR-SW = 1
               MOVE 8 TO UF-BATCH-RC
               EXIT SECTION
           END-IF.
      *>   Chain every node onto its root's member list. Walking the
      *>   nodes downward and pushing on the front leaves each list
      *>   in ascending node order, its head the group's smallest
      *>   member — which is how the groups are visited below.
           PERFORM VARYING UF-RG-P FROM N BY -1 UNTIL UF-RG-P < 1
               MOVE UF-RG-P TO UF-FINDX
               PERFORM UF-FIND
               MOVE UF-RES TO UF-RG-R
               MOVE UF-RG-HEAD(UF-RG-R) TO UF-RG-NEXT(UF-RG-P)
               MOVE UF-RG-P TO UF-RG-HEAD(UF-RG-R)
               ADD 1 TO UF-RG-SIZE(UF-RG-R)
           END-PERFORM.
           PERFORM VARYING UF-RG-P FROM 1 BY 1 UNTIL UF-RG-P > N
               MOVE UF-RG-P TO UF-FINDX
               PERFORM UF-FIND
               MOVE UF-RES TO UF-RG-R
               IF UF-RG-HEAD(UF-RG-R) = UF-RG-P
                   PERFORM UF-REGISTRY-OVERLAP
               END-IF
           END-PERFORM.
      *>   Each new group keeps the oldest number among the prior
      *>   groups it carries.
           PERFORM VARYING UF-RG-S FROM 1 BY 1
                   UNTIL UF-RG-S > UF-RG-SLOTS
               MOVE UF-RG-SLOT-SUCC(UF-RG-S) TO UF-RG-R
               IF UF-RG-R > 0
                   IF UF-RG-GID(UF-RG-R) = 0
                           OR UF-RG-SLOT-GID(UF-RG-S)
                               < UF-RG-GID(UF-RG-R)
                       MOVE UF-RG-SLOT-GID(UF-RG-S)
                           TO UF-RG-GID(UF-RG-R)
                   END-IF
               END-IF
           END-PERFORM.
           OPEN OUTPUT UF-CHG-FILE.
           IF UF-CHG-FS NOT = "00"
               MOVE 8 TO UF-BATCH-RC
               DISPLAY "UNIONFIND: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(UF-CHG-DSN)
                   " FS=" UF-CHG-FS
               EXIT SECTION
           END-IF.
           PERFORM VARYING UF-RG-P FROM 1 BY 1 UNTIL UF-RG-P > N
               MOVE UF-RG-P TO UF-FINDX
               PERFORM UF-FIND
               MOVE UF-RES TO UF-RG-R
               IF UF-RG-HEAD(UF-RG-R) = UF-RG-P
                   PERFORM UF-REGISTRY-ISSUE
               END-IF
           END-PERFORM.
           PERFORM VARYING UF-RG-S FROM 1 BY 1
                   UNTIL UF-RG-S > UF-RG-SLOTS
               PERFORM UF-REGISTRY-RETIRE
           END-PERFORM.
           CLOSE UF-CHG-FILE.
           IF UF-RG-ERR-SW = 1
               MOVE 8 TO UF-BATCH-RC
               EXIT SECTION
           END-IF.
           PERFORM UF-REGISTRY-SAVE.
           IF UF-RG-ERR-SW = 1
               MOVE 8 TO UF-BATCH-RC
               EXIT SECTION
           END-IF.
           MOVE 1 TO UF-RG-DONE-SW.
           PERFORM UF-REGISTRY-SUMMARY-WRITE.
       EXIT SECTION.
      *>   UF-REGISTRY-LOAD reads the prior registry into the node
      *>   and slot tables. A member beyond this run's N no longer
      *>   exists and is passed over; its group retires if nothing
      *>   else of it is left.
       UF-REGISTRY-LOAD SECTION.
           MOVE 0 TO UF-RG-SLOTS.
           MOVE 1 TO UF-RG-NEXT-ID.
           MOVE 0 TO UF-RG-PRIOR-GID.
           OPEN INPUT UF-REG-FILE.
           IF UF-REG-FS = "35"
               EXIT SECTION
           END-IF.
           IF UF-REG-FS NOT = "00"
               MOVE 1 TO UF-RG-ERR-SW
               DISPLAY "UNIONFIND: COULD NOT OPEN REGISTRY DSN="
                   FUNCTION TRIM(UF-REG-DSN)
                   " FS=" UF-REG-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL UF-REG-FS NOT = "00"
               READ UF-REG-FILE
                   AT END
                       MOVE "10" TO UF-REG-FS
                   NOT AT END
                       PERFORM UF-REGISTRY-RECORD
               END-READ
           END-PERFORM.
           IF UF-REG-FS NOT = "10"
               MOVE 1 TO UF-RG-ERR-SW
               DISPLAY "UNIONFIND: BAD REGISTRY DSN="
                   FUNCTION TRIM(UF-REG-DSN)
                   " FS=" UF-REG-FS
           END-IF.
           CLOSE UF-REG-FILE.
       EXIT SECTION.
       UF-REGISTRY-RECORD SECTION.
           IF UF-REG-GID NOT NUMERIC OR UF-REG-NODE NOT NUMERIC
               MOVE "BD" TO UF-REG-FS
               EXIT SECTION
           END-IF.
           EVALUATE UF-REG-TAG
               WHEN "NEXT"
                   IF UF-REG-GID > UF-RG-NEXT-ID
                       MOVE UF-REG-GID TO UF-RG-NEXT-ID
                   END-IF
               WHEN "MEMB"
                   IF UF-REG-GID NOT = UF-RG-PRIOR-GID
                       IF UF-RG-SLOTS >= UF-MAXN
                           MOVE "BD" TO UF-REG-FS
                           EXIT SECTION
                       END-IF
                       ADD 1 TO UF-RG-SLOTS
                       MOVE UF-REG-GID TO UF-RG-SLOT-GID(UF-RG-SLOTS)
                       MOVE 0 TO UF-RG-SLOT-SUCC(UF-RG-SLOTS)
                       MOVE 0 TO UF-RG-SLOT-BEST(UF-RG-SLOTS)
                       MOVE 0 TO UF-RG-SLOT-CNT(UF-RG-SLOTS)
                       MOVE UF-REG-GID TO UF-RG-PRIOR-GID
                   END-IF
                   IF UF-REG-GID >= UF-RG-NEXT-ID
                       COMPUTE UF-RG-NEXT-ID = UF-REG-GID + 1
                   END-IF
                   IF UF-REG-NODE >= 1 AND UF-REG-NODE <= N
                       MOVE UF-RG-SLOTS TO UF-RG-OLD-SLOT(UF-REG-NODE)
                   END-IF
               WHEN OTHER
                   MOVE "BD" TO UF-REG-FS
           END-EVALUATE.
       EXIT SECTION.
      *>   UF-REGISTRY-OVERLAP counts, for group UF-RG-R, how many
      *>   of its members each prior group contributed: every prior
      *>   group remembers the new group holding most of its
      *>   members (the first such group, in smallest-member order,
      *>   on a tie), and the new group remembers the prior group
      *>   it shares most with (the older one on a tie).
       UF-REGISTRY-OVERLAP SECTION.
           MOVE UF-RG-HEAD(UF-RG-R) TO UF-RG-M.
           PERFORM UNTIL UF-RG-M = 0
               MOVE UF-RG-OLD-SLOT(UF-RG-M) TO UF-RG-S
               IF UF-RG-S > 0
                   ADD 1 TO UF-RG-SLOT-CNT(UF-RG-S)
               END-IF
               MOVE UF-RG-NEXT(UF-RG-M) TO UF-RG-M
           END-PERFORM.
           MOVE UF-RG-HEAD(UF-RG-R) TO UF-RG-M.
           PERFORM UNTIL UF-RG-M = 0
               MOVE UF-RG-OLD-SLOT(UF-RG-M) TO UF-RG-S
               IF UF-RG-S > 0 AND UF-RG-SLOT-CNT(UF-RG-S) > 0
                   IF UF-RG-SLOT-CNT(UF-RG-S)
                           > UF-RG-SLOT-BEST(UF-RG-S)
                       MOVE UF-RG-SLOT-CNT(UF-RG-S)
                           TO UF-RG-SLOT-BEST(UF-RG-S)
                       MOVE UF-RG-R TO UF-RG-SLOT-SUCC(UF-RG-S)
                   END-IF
                   IF UF-RG-FROM(UF-RG-R) = 0
                       MOVE UF-RG-S TO UF-RG-FROM(UF-RG-R)
                   ELSE
                       IF UF-RG-SLOT-CNT(UF-RG-S) > UF-RG-SLOT-CNT(
                               UF-RG-FROM(UF-RG-R))
                           OR (UF-RG-SLOT-CNT(UF-RG-S)
                               = UF-RG-SLOT-CNT(UF-RG-FROM(UF-RG-R))
                           AND UF-RG-SLOT-GID(UF-RG-S)
                               < UF-RG-SLOT-GID(UF-RG-FROM(UF-RG-R)))
                           MOVE UF-RG-S TO UF-RG-FROM(UF-RG-R)
                       END-IF
                   END-IF
               END-IF
               MOVE UF-RG-NEXT(UF-RG-M) TO UF-RG-M
           END-PERFORM.
      *>   The FROM choice above reads every contributing slot's
      *>   final count, so the counts are cleared only after it.
           MOVE UF-RG-HEAD(UF-RG-R) TO UF-RG-M.
           PERFORM UNTIL UF-RG-M = 0
               MOVE UF-RG-OLD-SLOT(UF-RG-M) TO UF-RG-S
               IF UF-RG-S > 0
                   MOVE 0 TO UF-RG-SLOT-CNT(UF-RG-S)
               END-IF
               MOVE UF-RG-NEXT(UF-RG-M) TO UF-RG-M
           END-PERFORM.
       EXIT SECTION.
      *>   UF-REGISTRY-ISSUE settles group UF-RG-R's permanent
      *>   number: the one it carried forward, or a fresh one
      *>   logged as GROUP-SPLIT or GROUP-NEW.
       UF-REGISTRY-ISSUE SECTION.
           IF UF-RG-GID(UF-RG-R) > 0
               ADD 1 TO UF-RG-CNT-KEPT
               EXIT SECTION
           END-IF.
           MOVE UF-RG-NEXT-ID TO UF-RG-GID(UF-RG-R).
           ADD 1 TO UF-RG-NEXT-ID.
           MOVE UF-RG-GID(UF-RG-R) TO UF-RG-Z1.
           MOVE UF-RG-SIZE(UF-RG-R) TO UF-RG-Z3.
           MOVE SPACES TO UF-RG-LINE.
           IF UF-RG-FROM(UF-RG-R) > 0
               ADD 1 TO UF-RG-CNT-SPLIT
               MOVE UF-RG-SLOT-GID(UF-RG-FROM(UF-RG-R)) TO UF-RG-Z2
               STRING "GROUP-SPLIT GID=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z1) DELIMITED BY SIZE
                   " FROM=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z2) DELIMITED BY SIZE
                   " MEMBERS=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z3) DELIMITED BY SIZE
                   INTO UF-RG-LINE
               END-STRING
           ELSE
               ADD 1 TO UF-RG-CNT-NEW
               STRING "GROUP-NEW GID=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z1) DELIMITED BY SIZE
                   " MEMBERS=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z3) DELIMITED BY SIZE
                   INTO UF-RG-LINE
               END-STRING
           END-IF.
           PERFORM UF-REGISTRY-CHG-COMMIT.
       EXIT SECTION.
      *>   UF-REGISTRY-RETIRE logs prior slot UF-RG-S's number if it
      *>   did not survive: merged into an older number, or left
      *>   with no member in this run at all.
       UF-REGISTRY-RETIRE SECTION.
           MOVE UF-RG-SLOT-SUCC(UF-RG-S) TO UF-RG-R.
           MOVE SPACES TO UF-RG-LINE.
           IF UF-RG-R = 0
               ADD 1 TO UF-RG-CNT-RETIRED
               MOVE UF-RG-SLOT-GID(UF-RG-S) TO UF-RG-Z1
               STRING "GROUP-RETIRED GID=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z1) DELIMITED BY SIZE
                   INTO UF-RG-LINE
               END-STRING
               PERFORM UF-REGISTRY-CHG-COMMIT
               EXIT SECTION
           END-IF.
           IF UF-RG-SLOT-GID(UF-RG-S) NOT = UF-RG-GID(UF-RG-R)
               ADD 1 TO UF-RG-CNT-MERGED
               MOVE UF-RG-GID(UF-RG-R) TO UF-RG-Z1
               MOVE UF-RG-SLOT-GID(UF-RG-S) TO UF-RG-Z2
               MOVE UF-RG-SIZE(UF-RG-R) TO UF-RG-Z3
               STRING "GROUP-MERGED GID=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z1) DELIMITED BY SIZE
                   " RETIRED=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z2) DELIMITED BY SIZE
                   " MEMBERS=" DELIMITED BY SIZE
                   FUNCTION TRIM(UF-RG-Z3) DELIMITED BY SIZE
                   INTO UF-RG-LINE
               END-STRING
               PERFORM UF-REGISTRY-CHG-COMMIT
           END-IF.
       EXIT SECTION.
       UF-REGISTRY-CHG-COMMIT SECTION.
           WRITE UF-CHG-REC FROM UF-RG-LINE.
           IF UF-CHG-FS NOT = "00" AND UF-RG-ERR-SW = 0
               MOVE 1 TO UF-RG-ERR-SW
               DISPLAY "UNIONFIND: WRITE FAILED ON DSN="
                   FUNCTION TRIM(UF-CHG-DSN)
                   " FS=" UF-CHG-FS
           END-IF.
       EXIT SECTION.
      *>   UF-REGISTRY-SAVE rewrites the registry: the next number
      *>   to issue, then every member under its permanent number,
      *>   group by group in smallest-member order.
       UF-REGISTRY-SAVE SECTION.
           OPEN OUTPUT UF-REG-FILE.
           IF UF-REG-FS NOT = "00"
               MOVE 1 TO UF-RG-ERR-SW
               DISPLAY "UNIONFIND: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(UF-REG-DSN)
                   " FS=" UF-REG-FS
               EXIT SECTION
           END-IF.
           MOVE "NEXT" TO UF-REG-TAG.
           MOVE UF-RG-NEXT-ID TO UF-REG-GID.
           MOVE 0 TO UF-REG-NODE.
           WRITE UF-REG-REC.
           PERFORM UF-REGISTRY-SAVE-CHECK.
           PERFORM VARYING UF-RG-P FROM 1 BY 1 UNTIL UF-RG-P > N
                   OR UF-RG-ERR-SW = 1
               MOVE UF-RG-P TO UF-FINDX
               PERFORM UF-FIND
               MOVE UF-RES TO UF-RG-R
               IF UF-RG-HEAD(UF-RG-R) = UF-RG-P
                   MOVE UF-RG-P TO UF-RG-M
                   PERFORM UNTIL UF-RG-M = 0 OR UF-RG-ERR-SW = 1
                       MOVE "MEMB" TO UF-REG-TAG
                       MOVE UF-RG-GID(UF-RG-R) TO UF-REG-GID
                       MOVE UF-RG-M TO UF-REG-NODE
                       WRITE UF-REG-REC
                       PERFORM UF-REGISTRY-SAVE-CHECK
                       MOVE UF-RG-NEXT(UF-RG-M) TO UF-RG-M
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE UF-REG-FILE.
       EXIT SECTION.
       UF-REGISTRY-SAVE-CHECK SECTION.
           IF UF-REG-FS NOT = "00" AND UF-RG-ERR-SW = 0
               MOVE 1 TO UF-RG-ERR-SW
               DISPLAY "UNIONFIND: WRITE FAILED ON DSN="
                   FUNCTION TRIM(UF-REG-DSN)
                   " FS=" UF-REG-FS
           END-IF.
       EXIT SECTION.
      *>   UF-REGISTRY-SUMMARY-WRITE closes the result dataset with
      *>   the carry-forward's tallies, beside the GROUPS= line.
       UF-REGISTRY-SUMMARY-WRITE SECTION.
           MOVE UF-RG-CNT-KEPT TO UF-RG-Z1.
           MOVE UF-RG-CNT-NEW TO UF-RG-Z2.
           MOVE UF-RG-CNT-SPLIT TO UF-RG-Z3.
           MOVE UF-RG-CNT-MERGED TO UF-RG-Z4.
           MOVE UF-RG-CNT-RETIRED TO UF-RG-Z5.
           MOVE SPACES TO UF-RESULT-LINE.
           STRING "REGISTRY KEPT=" DELIMITED BY SIZE
               FUNCTION TRIM(UF-RG-Z1) DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(UF-RG-Z2) DELIMITED BY SIZE
               " SPLIT=" DELIMITED BY SIZE
               FUNCTION TRIM(UF-RG-Z3) DELIMITED BY SIZE
               " MERGED=" DELIMITED BY SIZE
               FUNCTION TRIM(UF-RG-Z4) DELIMITED BY SIZE
               " RETIRED=" DELIMITED BY SIZE
               FUNCTION TRIM(UF-RG-Z5) DELIMITED BY SIZE
               INTO UF-RESULT-LINE
           END-STRING.
           WRITE UF-RESULT-REC FROM UF-RESULT-LINE.
           PERFORM UF-RESULT-WRITE-CHECK.
       EXIT SECTION.
      *>   UF-SNAPSHOT-SAVE dumps UF-PARENT for every node 1 to N to
      *>   UF-SNAPSHOT-DSN on demand. Unlike UF-CHECKPOINT-SAVE this is
      *>   not tied to the restart cycle and is never read back by
               END-IF
           END-IF.
       EXIT SECTION.
      *>   UF-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to UF-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the record already being refused.
       UF-REJREC-WRITE SECTION.
           MOVE "UNIONFIND" TO RJ-PROGRAM.
           MOVE UF-INPUT-DSN TO RJ-INPUT-DSN.
           MOVE UF-IN-RECNO TO RJ-RECORD-NO.
           MOVE UF-INPUT-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT UF-REJECT-OPENED
               OPEN EXTEND UF-REJECT-FILE
               IF UF-REJECT-FS = "05" OR UF-REJECT-FS = "35"
                   OPEN OUTPUT UF-REJECT-FILE
               END-IF
               MOVE 1 TO UF-REJECT-OPEN-SW
           END-IF.
           WRITE UF-REJECT-REC FROM RJ-RECORD.
           IF UF-REJECT-FS NOT = "00" AND UF-REJECT-ERR-SW = 0
               MOVE 1 TO UF-REJECT-ERR-SW
               DISPLAY "UNIONFIND: WRITE FAILED ON DSN="
                   FUNCTION TRIM(UF-REJECT-DSN)
                   " FS=" UF-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   UF-RESULT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
       EXIT SECTION.
       COPY "HRTBEATP.cpy".
       COPY "JOBAUDITP.cpy".
       COPY "REJRECP.cpy".
       END PROGRAM UNIONFIND.
