           SELECT PERM-OUT-FILE ASSIGN TO DYNAMIC PERM-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PERM-OUT-FS.
      *>   PERM-REJECT-FILE is the reject trail: every input
      *>   record the step refuses is also written here in the
      *>   shared REJREC.cpy layout, appended run after run.
           SELECT PERM-REJECT-FILE ASSIGN TO DYNAMIC PERM-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PERM-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 PERM-INPUT-REC PIC X(512).
           FD PERM-OUT-FILE.
               01 PERM-OUT-REC PIC X(512).
           FD PERM-REJECT-FILE.
               01 PERM-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 WK.
               03 I BINARY-DOUBLE SIGNED VALUE 0.
               03 N BINARY-DOUBLE SIGNED VALUE 0.
               03 PERM-INPUT-FS PIC XX.
               03 PERM-OUT-DSN PIC X(100) VALUE "PERMOUT.DAT".
               03 PERM-OUT-FS PIC XX.
               03 PERM-REJECT-DSN PIC X(100) VALUE "PERMREJ.LOG".
               03 PERM-REJECT-FS PIC XX.
               03 PERM-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 PERM-REJECT-OPENED VALUE 1.
               03 PERM-REJECT-ERR-SW PIC 9 VALUE 0.
      *>   The value record and the optional third record are kept
      *>   as read, so a refusal found after the load can still
      *>   trail the record that caused it.
               03 PERM-VAL-IMAGE PIC X(132).
               03 PERM-OPT-IMAGE PIC X(132).
      *>   PERM-MAXN mirrors AL's OCCURS ceiling: an N past it off
      *>   the input header would overrun AI, and anything near 20
      *>   is already beyond one night's enumeration anyway.
           MOVE 0 TO PERM-C-START-CNT.
           PERFORM PERM-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO PERM-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           MOVE SPACES TO PERM-VAL-IMAGE.
           MOVE SPACES TO PERM-OPT-IMAGE.
           MOVE 1 TO COND.
           MOVE 0 TO PERM-COUNT.
           MOVE 0 TO PERM-MATCH-COUNT.
           MOVE 1 TO PERM-TOTAL.
           PERFORM PERM-INPUT-LOAD.
           IF RETURN-CODE NOT = 0
               PERFORM PERM-REJECT-CLOSE
               PERFORM PERM-AUDIT-STAMP
               GOBACK
           END-IF.
               DISPLAY "NEXTPERM: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(PERM-OUT-DSN)
                   " FS=" PERM-OUT-FS
               PERFORM PERM-REJECT-CLOSE
               PERFORM PERM-AUDIT-STAMP
               GOBACK
           END-IF.
           PERFORM PERM-VALIDATE.
           IF PERM-REJECTED
               MOVE 4 TO RETURN-CODE
               MOVE "NOT-SORTED" TO RJ-REASON-CODE
               MOVE "VALUES NOT STRICTLY ASCENDING"
                   TO RJ-REASON-TEXT
               MOVE 2 TO RJ-RECORD-NO
               MOVE PERM-VAL-IMAGE TO RJ-IMAGE
               PERFORM PERM-REJREC-WRITE
           ELSE
           IF PERM-COMBO-MODE
               PERFORM PERM-COMBO-RUN
               PERFORM PERM-SUMMARY-WRITE
           END-IF.
           CLOSE PERM-OUT-FILE.
           PERFORM PERM-REJECT-CLOSE.
           PERFORM PERM-AUDIT-STAMP.
           GOBACK.
      *>   PERM-INPUT-LOAD reads the header N and the starting array
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "NEXTPERM: N=" N
                           " OUTSIDE 1.." PERM-MAXN
                       MOVE "N-RANGE" TO RJ-REASON-CODE
                       MOVE "N OUTSIDE 1..PERM-MAXN"
                           TO RJ-REASON-TEXT
                       MOVE 1 TO RJ-RECORD-NO
                       MOVE PERM-INPUT-REC TO RJ-IMAGE
                       PERFORM PERM-REJREC-WRITE
                   ELSE
                       READ PERM-INPUT-FILE
                           AT END MOVE 8 TO RETURN-CODE
                       END-READ
                       IF RETURN-CODE = 0
                           MOVE PERM-INPUT-REC TO PERM-VAL-IMAGE
                           MOVE 1 TO PERM-PT
                           PERFORM VARYING PERM-I FROM 1 BY 1
                                   UNTIL PERM-I > N
           READ PERM-INPUT-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE PERM-INPUT-REC TO PERM-OPT-IMAGE
                   MOVE SPACES TO PERM-W-T1
                   MOVE SPACES TO PERM-W-T2
                   MOVE SPACES TO PERM-W-T3
               MOVE 8 TO RETURN-CODE
               DISPLAY "NEXTPERM: COMBO K=" PERM-CK
                   " OUTSIDE 1.." N
               MOVE "COMBO-K" TO RJ-REASON-CODE
               MOVE "COMBO K OUTSIDE 1..N" TO RJ-REASON-TEXT
               PERFORM PERM-COMBO-REJECT
               EXIT SECTION
           END-IF.
           IF PERM-C-START-CNT = 0
               IF PERM-C-START-CNT NOT = PERM-CK
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "NEXTPERM: COMBO START NEEDS K VALUES"
                   MOVE "COMBO-START" TO RJ-REASON-CODE
                   MOVE "RESUME POINT NOT EXACTLY K VALUES"
                       TO RJ-REASON-TEXT
                   PERFORM PERM-COMBO-REJECT
                   EXIT SECTION
               END-IF
               PERFORM PERM-COMBO-START-MAP
               IF RETURN-CODE NOT = 0
                   MOVE "COMBO-START" TO RJ-REASON-CODE
                   MOVE "RESUME VALUES NOT ASCENDING AL VALUES"
                       TO RJ-REASON-TEXT
                   PERFORM PERM-COMBO-REJECT
                   EXIT SECTION
               END-IF
           END-IF.
                   " FS=" PERM-OUT-FS
           END-IF.
       EXIT SECTION.
      *>   PERM-COMBO-REJECT trails the COMBO record, always the
      *>   third in the input, under the caller's reason.
       PERM-COMBO-REJECT SECTION.
           MOVE 3 TO RJ-RECORD-NO.
           MOVE PERM-OPT-IMAGE TO RJ-IMAGE.
           PERFORM PERM-REJREC-WRITE.
       EXIT SECTION.
      *>   PERM-REJREC-WRITE finishes the reject record the caller
      *>   staged (reason, record number and image) and appends it
      *>   to PERM-REJECT-DSN, opened on first use; a failing trail
      *>   is diagnosed once and leaves the step's RC alone, the
      *>   input already being refused.
       PERM-REJREC-WRITE SECTION.
           MOVE "NEXTPERM" TO RJ-PROGRAM.
           MOVE PERM-INPUT-DSN TO RJ-INPUT-DSN.
           PERFORM REJREC-STAMP.
           IF NOT PERM-REJECT-OPENED
               OPEN EXTEND PERM-REJECT-FILE
               IF PERM-REJECT-FS = "05" OR PERM-REJECT-FS = "35"
                   OPEN OUTPUT PERM-REJECT-FILE
               END-IF
               MOVE 1 TO PERM-REJECT-OPEN-SW
           END-IF.
           WRITE PERM-REJECT-REC FROM RJ-RECORD.
           IF PERM-REJECT-FS NOT = "00" AND PERM-REJECT-ERR-SW = 0
               MOVE 1 TO PERM-REJECT-ERR-SW
               DISPLAY "NEXTPERM: WRITE FAILED ON DSN="
                   FUNCTION TRIM(PERM-REJECT-DSN)
                   " FS=" PERM-REJECT-FS
           END-IF.
       EXIT SECTION.
       PERM-REJECT-CLOSE SECTION.
           IF PERM-REJECT-OPENED
               CLOSE PERM-REJECT-FILE
               MOVE 0 TO PERM-REJECT-OPEN-SW
           END-IF.
       EXIT SECTION.
      *>   PERM-AUDIT-STAMP records this run on the shared job audit
      *>   trail the same way the other dispatched routines do.
       PERM-AUDIT-STAMP SECTION.
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM NEXTPERM.
