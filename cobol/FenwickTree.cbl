           SELECT FW-OUT-FILE ASSIGN TO DYNAMIC FW-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FW-OUT-FS.
      *>   FW-REJECT-FILE is the reject trail: every command
      *>   refused is also written here in the shared REJREC.cpy
      *>   layout, appended run after run.
           SELECT FW-REJECT-FILE ASSIGN TO DYNAMIC FW-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FW-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 FW-CMD-REC PIC X(60).
           FD FW-OUT-FILE.
               01 FW-OUT-REC PIC X(80).
           FD FW-REJECT-FILE.
               01 FW-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 FW-WK.
               03 FW-N BINARY-DOUBLE SIGNED VALUE 0.
               03 FW-I BINARY-DOUBLE SIGNED VALUE 0.
               03 FW-BATCH-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 FW-BATCH-RC PIC S9(4) VALUE 0.
               03 FW-OUT-ERR-SW PIC 9 VALUE 0.
               03 FW-REJECT-DSN PIC X(100) VALUE "FWREJ.LOG".
               03 FW-REJECT-FS PIC XX.
               03 FW-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 FW-REJECT-OPENED VALUE 1.
               03 FW-REJECT-ERR-SW PIC 9 VALUE 0.
               03 FW-CMD-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 FW-REASON PIC X(20).
               03 FW-VAL1-Z PIC -Z(18)9.
               03 FW-VAL2-Z PIC -Z(18)9.
               03 FW-RES-Z PIC -Z(18)9.
           MOVE 0 TO FW-BATCH-RC.
           MOVE 0 TO FW-OUT-ERR-SW.
           MOVE 0 TO FW-BATCH-COUNT.
           MOVE 0 TO FW-CMD-RECNO.
           MOVE 0 TO FW-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT FW-CMD-FILE.
           OPEN OUTPUT FW-OUT-FILE.
           IF FW-OUT-FS NOT = "00"
           END-IF.
           CLOSE FW-CMD-FILE.
           CLOSE FW-OUT-FILE.
           IF FW-REJECT-OPENED
               CLOSE FW-REJECT-FILE
               MOVE 0 TO FW-REJECT-OPEN-SW
           END-IF.
           MOVE FW-BATCH-RC TO RETURN-CODE.
           MOVE "FWJOB01 " TO JA-JOB-ID.
           MOVE FW-CMD-DSN TO JA-INPUT-DSN.
      *>   validate. A malformed command gets a REJECTED line and
      *>   RC 4 rather than silently vanishing from the output.
       FW-BATCH-CMD-PROCESS SECTION.
           ADD 1 TO FW-CMD-RECNO.
           IF FW-CMD-REC = SPACES
               CONTINUE
           ELSE
                       IF RETURN-CODE > FW-BATCH-RC
                           MOVE RETURN-CODE TO FW-BATCH-RC
                       END-IF
                       IF FW-IDX-ERR-SW = 1
                           MOVE "INDEX-RANGE" TO FW-REASON
                           PERFORM FW-REASON-STAGE
                           PERFORM FW-REJREC-WRITE
                       END-IF
                   WHEN FW-CMD-OP = "QUERY" AND FW-CMD-TALLY = 2
                       COMPUTE FW-IDX = FUNCTION NUMVAL(FW-CMD-T1)
                       IF FW-IDX < 0 OR FW-IDX > FW-N
                           MOVE "INDEX-RANGE" TO FW-REASON
                           PERFORM FW-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM FW-QUERY
                       COMPUTE FW-R = FUNCTION NUMVAL(FW-CMD-T2)
                       COMPUTE FW-VAL = FUNCTION NUMVAL(FW-CMD-T3)
                       IF FW-L < 1 OR FW-R > FW-N OR FW-L > FW-R
                           MOVE "RANGE-BOUNDS" TO FW-REASON
                           PERFORM FW-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM FW-RUPDATE-APPLY
                   WHEN FW-CMD-OP = "PQUERY" AND FW-CMD-TALLY = 2
                       COMPUTE FW-IDX = FUNCTION NUMVAL(FW-CMD-T1)
                       IF FW-IDX < 1 OR FW-IDX > FW-N
                           MOVE "INDEX-RANGE" TO FW-REASON
                           PERFORM FW-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM FW-POINT-QUERY
                       COMPUTE FW-L = FUNCTION NUMVAL(FW-CMD-T1)
                       COMPUTE FW-R = FUNCTION NUMVAL(FW-CMD-T2)
                       IF FW-L < 1 OR FW-R > FW-N OR FW-L > FW-R
                           MOVE "RANGE-BOUNDS" TO FW-REASON
                           PERFORM FW-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM FW-RANGE-QUERY
                           PERFORM FW-BATCH-RANGE-WRITE
                       END-IF
                   WHEN OTHER
                       MOVE "MALFORMED" TO FW-REASON
                       PERFORM FW-BATCH-REJECT-WRITE
               END-EVALUATE
           END-IF.
       FW-BATCH-LOAD SECTION.
           COMPUTE FW-I = FUNCTION NUMVAL(FW-CMD-T1).
           IF FW-I < 1 OR FW-I > FW-MAXN
               MOVE "LOAD-SIZE" TO FW-REASON
               PERFORM FW-BATCH-REJECT-WRITE
           ELSE
               MOVE FW-I TO FW-N
      *>   FW-BATCH-REJECT-WRITE answers a command FW-BATCH-CMD-
      *>   PROCESS could not route (unknown operation, wrong operand
      *>   count, or an index outside the loaded tree) with the
      *>   command text itself so the staged dataset can be fixed,
      *>   and sends it to the reject trail with the caller's
      *>   FW-REASON.
       FW-BATCH-REJECT-WRITE SECTION.
           IF FW-BATCH-RC < 4
               MOVE 4 TO FW-BATCH-RC
           END-STRING.
           WRITE FW-OUT-REC FROM FW-OUT-LINE.
           PERFORM FW-OUT-WRITE-CHECK.
           PERFORM FW-REASON-STAGE.
           PERFORM FW-REJREC-WRITE.
       EXIT SECTION.
      *>   FW-REASON-STAGE turns the caller's FW-REASON into the
      *>   reject record's reason code and text.
       FW-REASON-STAGE SECTION.
           MOVE FW-REASON TO RJ-REASON-CODE.
           EVALUATE FW-REASON
               WHEN "INDEX-RANGE"
                   MOVE "INDEX OUTSIDE THE LOADED TREE"
                       TO RJ-REASON-TEXT
               WHEN "RANGE-BOUNDS"
                   MOVE "L..R OUTSIDE THE TREE OR L > R"
                       TO RJ-REASON-TEXT
               WHEN "LOAD-SIZE"
                   MOVE "LOAD SIZE OUTSIDE 1..FW-MAXN"
                       TO RJ-REASON-TEXT
               WHEN "MALFORMED"
                   MOVE "UNKNOWN COMMAND OR WRONG OPERAND COUNT"
                       TO RJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO RJ-REASON-TEXT
           END-EVALUATE.
       EXIT SECTION.
      *>   FW-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to FW-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the command already being refused.
       FW-REJREC-WRITE SECTION.
           MOVE "FENWICK" TO RJ-PROGRAM.
           MOVE FW-CMD-DSN TO RJ-INPUT-DSN.
           MOVE FW-CMD-RECNO TO RJ-RECORD-NO.
           MOVE FW-CMD-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT FW-REJECT-OPENED
               OPEN EXTEND FW-REJECT-FILE
               IF FW-REJECT-FS = "05" OR FW-REJECT-FS = "35"
                   OPEN OUTPUT FW-REJECT-FILE
               END-IF
               MOVE 1 TO FW-REJECT-OPEN-SW
           END-IF.
           WRITE FW-REJECT-REC FROM RJ-RECORD.
           IF FW-REJECT-FS NOT = "00" AND FW-REJECT-ERR-SW = 0
               MOVE 1 TO FW-REJECT-ERR-SW
               DISPLAY "FENWICK: WRITE FAILED ON DSN="
                   FUNCTION TRIM(FW-REJECT-DSN)
                   " FS=" FW-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   FW-UPDATE adds FW-VAL to the point at FW-IDX (1 to FW-N)
      *>   — under the dual-tree construction a point update is the
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM FENWICK.
