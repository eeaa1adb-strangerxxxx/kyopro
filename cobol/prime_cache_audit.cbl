           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 CAU-WK.
               03 CAU-CACHE-DSN PIC X(100) VALUE "PRIMECACHE.DAT".
               03 CAU-CACHE-FS PIC XX.
      *>   control record could not be read at all. Ends in GOBACK
      *>   like every other batch entry point here.
       CAU-RUN SECTION.
           PERFORM CAU-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO CAU-CHECKED.
           MOVE 0 TO CAU-RPT-ERR-SW.
           MOVE 0 TO CAU-BAD.
           PERFORM CAU-CTRL-LOAD.
           OPEN OUTPUT CAU-REPORT-FILE.
           MOVE "CACHEAUDIT" TO RP-REPORT-ID.
           MOVE SPACES TO RP-SUBTITLE.
           IF CAU-REBUILD-MODE
               MOVE "PRIME CACHE REBUILD" TO RP-TITLE
           ELSE
               MOVE "PRIME CACHE VERIFICATION" TO RP-TITLE
           END-IF.
           STRING "CACHE=" DELIMITED BY SIZE
               FUNCTION TRIM(CAU-CACHE-DSN) DELIMITED BY SIZE
               " CONTROL=" DELIMITED BY SIZE
               FUNCTION TRIM(CAU-CTRL-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
           END-STRING.
           PERFORM RPTPAGE-OPEN.
           IF CAU-REBUILD-MODE
               PERFORM CAU-REBUILD
           ELSE
               PERFORM CAU-VERIFY
           END-IF.
           PERFORM CAU-SUMMARY-WRITE.
           PERFORM RPTPAGE-CLOSE.
           PERFORM CAU-REPORT-WRITE-CHECK.
           CLOSE CAU-REPORT-FILE.
           MOVE "CAUJOB01" TO JA-JOB-ID.
           MOVE CAU-CACHE-DSN TO JA-INPUT-DSN.
           MOVE CAU-CHECKED TO JA-RECORD-COUNT.
           MOVE CAU-CHECKED TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
       CAU-CTRL-LOAD SECTION.
                   CAU-CACHE-FS DELIMITED BY SIZE
                   INTO CAU-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM CAU-REPORT-WRITE-CHECK
           ELSE
               MOVE 0 TO CAU-CACHE-KEY
                       DELIMITED BY SIZE
                       INTO CAU-REPORT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM CAU-REPORT-WRITE-CHECK
               ELSE
                   MOVE CAU-CACHE-VALUE TO CAU-MAXPN
                           DELIMITED BY SIZE
                           INTO CAU-REPORT-LINE
                       END-STRING
                       PERFORM RPTPAGE-WRITE
                       PERFORM CAU-REPORT-WRITE-CHECK
                   ELSE
                       MOVE 0 TO CAU-CUR-BLK
                       FUNCTION TRIM(CAU-VAL-Z) DELIMITED BY SIZE
                       INTO CAU-REPORT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM CAU-REPORT-WRITE-CHECK
                   MOVE "00" TO CAU-CACHE-FS
               END-IF
                       INTO CAU-REPORT-LINE
                       WITH POINTER CAU-PT
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM CAU-REPORT-WRITE-CHECK
               END-IF
           END-IF.
                   DELIMITED BY SIZE
                   INTO CAU-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM CAU-REPORT-WRITE-CHECK
               EXIT SECTION
           END-IF.
                   FUNCTION TRIM(CAU-VAL-Z) DELIMITED BY SIZE
                   INTO CAU-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM CAU-REPORT-WRITE-CHECK
           ELSE
               MOVE CAU-REBUILD-N TO CAU-SN
                       CAU-CACHE-FS DELIMITED BY SIZE
                       INTO CAU-REPORT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM CAU-REPORT-WRITE-CHECK
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO CAU-GEN-TS
                       FUNCTION TRIM(CAU-VAL-Z) DELIMITED BY SIZE
                       INTO CAU-REPORT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM CAU-REPORT-WRITE-CHECK
               END-IF
           END-IF.
               INTO CAU-REPORT-LINE
               WITH POINTER CAU-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM CAU-REPORT-WRITE-CHECK.
       EXIT SECTION.
      *>   CAU-REPORT-WRITE-CHECK guards every result write: the
                   " FS=" CAU-REPORT-FS
           END-IF.
       EXIT SECTION.
      *>   CAU-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the cache, the output field the
      *>   report, and the parameter field the control member, so a
      *>   battery can sample-verify nightly and rebuild monthly
      *>   from two members.
       CAU-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO CAU-CACHE-DSN
               ELSE
                   MOVE "PRIMECACHE.DAT" TO CAU-CACHE-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO CAU-REPORT-DSN
               ELSE
                   MOVE "CACHEAUDIT.RPT" TO CAU-REPORT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO CAU-CTRL-DSN
               ELSE
                   MOVE "CACHECTL.DAT" TO CAU-CTRL-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==CAU-REPORT-REC==
                   ==RP-PRINT-LINE== BY ==CAU-REPORT-LINE==
                   ==RP-PRINT-FS== BY ==CAU-REPORT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM CACHEAUDIT.
