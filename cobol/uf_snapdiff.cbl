           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 UFD-WK.
               03 UFD-A-DSN PIC X(100) VALUE "UFSNAPA.DAT".
               03 UFD-A-FS PIC XX.
      *>   snapshot would not open or the two disagree on N. Ends in
      *>   GOBACK like the other reporting utilities.
       UFD-RUN SECTION.
           PERFORM UFD-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO UFD-CHANGED.
           MOVE 0 TO UFD-RPT-ERR-SW.
                   FUNCTION TRIM(UFD-RPT-DSN)
                   " FS=" UFD-RPT-FS
           ELSE
               MOVE "UFSNAPDIFF" TO RP-REPORT-ID
               MOVE "UNION-FIND SNAPSHOT DIFFERENCES" TO RP-TITLE
               MOVE SPACES TO RP-SUBTITLE
               STRING "A=" DELIMITED BY SIZE
                   FUNCTION TRIM(UFD-A-DSN) DELIMITED BY SIZE
                   " B=" DELIMITED BY SIZE
                   FUNCTION TRIM(UFD-B-DSN) DELIMITED BY SIZE
                   INTO RP-SUBTITLE
               END-STRING
               MOVE SPACES TO RP-COLHDR-1
               STRING "CHANGED NODE=<node> GROUP-A=<smallest member> "
                   "GROUP-B=<smallest member>"
                   DELIMITED BY SIZE
                   INTO RP-COLHDR-1
               END-STRING
               PERFORM RPTPAGE-OPEN
               IF RETURN-CODE = 0 AND UFD-NA NOT = UFD-NB
                   MOVE 8 TO RETURN-CODE
                   MOVE SPACES TO UFD-RPT-LINE
                       DELIMITED BY SIZE
                       INTO UFD-RPT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM UFD-RPT-WRITE-CHECK
               END-IF
               IF RETURN-CODE = 0
                   PERFORM UFD-CANON-BUILD
                   PERFORM UFD-DIFF-WRITE
               END-IF
               PERFORM RPTPAGE-CLOSE
               PERFORM UFD-RPT-WRITE-CHECK
               CLOSE UFD-RPT-FILE
           END-IF.
           IF UFD-RPT-ERR-SW = 1
           MOVE "UFDJOB01" TO JA-JOB-ID.
           MOVE UFD-A-DSN TO JA-INPUT-DSN.
           MOVE UFD-N TO JA-RECORD-COUNT.
           MOVE UFD-N TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
       UFD-A-LOAD SECTION.
                       INTO UFD-RPT-LINE
                       WITH POINTER UFD-PT
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM UFD-RPT-WRITE-CHECK
               END-IF
           END-PERFORM.
               INTO UFD-RPT-LINE
               WITH POINTER UFD-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM UFD-RPT-WRITE-CHECK.
           IF UFD-CHANGED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
                   " FS=" UFD-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   UFD-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the A (earlier) snapshot, the
      *>   output field the report, and the parameter field the B
      *>   (later) snapshot.
       UFD-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO UFD-A-DSN
               ELSE
                   MOVE "UFSNAPA.DAT" TO UFD-A-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO UFD-RPT-DSN
               ELSE
                   MOVE "UFSNAPDIFF.RPT" TO UFD-RPT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO UFD-B-DSN
               ELSE
                   MOVE "UFSNAPB.DAT" TO UFD-B-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==UFD-RPT-REC==
                   ==RP-PRINT-LINE== BY ==UFD-RPT-LINE==
                   ==RP-PRINT-FS== BY ==UFD-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM UFSNAPDIFF.
