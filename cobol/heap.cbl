           SELECT HEAP-OUT-FILE ASSIGN TO DYNAMIC HEAP-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HEAP-OUT-FS.
      *>   HEAP-REJECT-FILE is the reject trail: every command
      *>   answered REJECTED is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT HEAP-REJECT-FILE ASSIGN TO DYNAMIC HEAP-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HEAP-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
      *>   and needs the room.
           FD HEAP-OUT-FILE.
               01 HEAP-OUT-REC PIC X(80).
           FD HEAP-REJECT-FILE.
               01 HEAP-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 HEAP-WK.
      *>   HEAP-MAX is HEAP-LST's compile-time ceiling; raise it and
      *>   HEAP-I's OCCURS bound together at the next recompile if a
               03 HEAP-BATCH-COUNT BINARY-DOUBLE UNSIGNED VALUE 0.
               03 HEAP-BATCH-RC PIC S9(4) VALUE 0.
               03 HEAP-OUT-ERR-SW PIC 9 VALUE 0.
               03 HEAP-REJECT-DSN PIC X(100) VALUE "HEAPREJ.LOG".
               03 HEAP-REJECT-FS PIC XX.
               03 HEAP-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 HEAP-REJECT-OPENED VALUE 1.
               03 HEAP-REJECT-ERR-SW PIC 9 VALUE 0.
               03 HEAP-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
      *>   Streaming top-N working set: a "TOPN n [SMALLEST]" record
      *>   switches the step to streaming mode — every following
      *>   record is one bare value, run through a bounded heap of
           MOVE 0 TO HEAP-BATCH-RC.
           MOVE 0 TO HEAP-OUT-ERR-SW.
           MOVE 0 TO HEAP-BATCH-COUNT.
           MOVE 0 TO HEAP-IN-RECNO.
           MOVE 0 TO HEAP-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           MOVE 0 TO HEAP-N.
      *>   TOPN mode is armed by this run's own header or not at
      *>   all — a second CALL in the same battery must not stream
           END-IF.
           CLOSE HEAP-CMD-FILE.
           CLOSE HEAP-OUT-FILE.
           IF HEAP-REJECT-OPENED
               CLOSE HEAP-REJECT-FILE
               MOVE 0 TO HEAP-REJECT-OPEN-SW
           END-IF.
           MOVE HEAP-BATCH-RC TO RETURN-CODE.
           MOVE "HEPJOB01" TO JA-JOB-ID.
           MOVE HEAP-CMD-DSN TO JA-INPUT-DSN.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
       HEAP-BATCH-CMD-PROCESS SECTION.
           ADD 1 TO HEAP-IN-RECNO.
           IF HEAP-CMD-REC = SPACES
               CONTINUE
           ELSE
                       END-STRING
                       WRITE HEAP-OUT-REC FROM HEAP-OUT-LINE
                       PERFORM HEAP-OUT-WRITE-CHECK
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "UNKNOWN COMMAND OR WRONG OPERAND COUNT"
                           TO RJ-REASON-TEXT
                       PERFORM HEAP-REJREC-WRITE
               END-EVALUATE
           END-IF.
       EXIT SECTION.
               END-STRING
               WRITE HEAP-OUT-REC FROM HEAP-OUT-LINE
               PERFORM HEAP-OUT-WRITE-CHECK
               MOVE "TOPN-LIMIT" TO RJ-REASON-CODE
               MOVE "TOPN N OUTSIDE 1..HEAP-TN-MAX"
                   TO RJ-REASON-TEXT
               PERFORM HEAP-REJREC-WRITE
               EXIT SECTION
           END-IF.
           IF HEAP-CMD-VAL2 = "SMALLEST"
               END-IF
           END-IF.
       EXIT SECTION.
      *>   HEAP-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to HEAP-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the command already being refused.
       HEAP-REJREC-WRITE SECTION.
           MOVE "HEAPLIB" TO RJ-PROGRAM.
           MOVE HEAP-CMD-DSN TO RJ-INPUT-DSN.
           MOVE HEAP-IN-RECNO TO RJ-RECORD-NO.
           MOVE HEAP-CMD-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT HEAP-REJECT-OPENED
               OPEN EXTEND HEAP-REJECT-FILE
               IF HEAP-REJECT-FS = "05" OR HEAP-REJECT-FS = "35"
                   OPEN OUTPUT HEAP-REJECT-FILE
               END-IF
               MOVE 1 TO HEAP-REJECT-OPEN-SW
           END-IF.
           WRITE HEAP-REJECT-REC FROM RJ-RECORD.
           IF HEAP-REJECT-FS NOT = "00" AND HEAP-REJECT-ERR-SW = 0
               MOVE 1 TO HEAP-REJECT-ERR-SW
               DISPLAY "HEAPLIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(HEAP-REJECT-DSN)
                   " FS=" HEAP-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   HEAP-OUT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM HEAPLIB.
