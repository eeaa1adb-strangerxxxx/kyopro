           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 ART-WK.
               03 ART-LOG-DSN PIC X(100) VALUE "JOBAUDIT.LOG".
               03 ART-LOG-FS PIC XX.
      *>   job-audit log, accumulates one summary slot per job id,
      *>   and writes the daily operations summary. It ends in
      *>   GOBACK, not STOP RUN, so it can run as its own morning
      *>   job step or be CALLed from a wrap-up job all the same —
      *>   including as the closing step of the battery itself,
      *>   where BATCHSUITE stages its datasets through BATCH-PARM.
       ART-RUN SECTION.
           PERFORM ART-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO ART-JOB-CNT.
           MOVE 0 TO ART-LINE-COUNT.
           MOVE "AUDJOB01" TO JA-JOB-ID.
           MOVE ART-LOG-DSN TO JA-INPUT-DSN.
           MOVE ART-LINE-COUNT TO JA-RECORD-COUNT.
           MOVE ART-LINE-COUNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   ART-STAMP-ACCUMULATE parses one audit stamp — job id in
                   " FS=" ART-REPORT-FS
               EXIT SECTION
           END-IF.
           MOVE "AUDITSUM" TO RP-REPORT-ID.
           MOVE "JOBAUDIT DAILY SUMMARY" TO RP-TITLE.
           MOVE SPACES TO RP-SUBTITLE.
           STRING "LOG=" DELIMITED BY SIZE
               FUNCTION TRIM(ART-LOG-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
           END-STRING.
           MOVE SPACES TO RP-COLHDR-1.
           STRING "JOB=<job id> RUNS=<runs> RECORDS=<records> "
                   "FIRST=<first stamp> LAST=<last stamp>"
                   DELIMITED BY SIZE
               INTO RP-COLHDR-1
           END-STRING.
           MOVE "  DATASET=<dataset the job ran against>"
               TO RP-COLHDR-2.
           PERFORM RPTPAGE-OPEN.
           PERFORM VARYING ART-I FROM 1 BY 1
                   UNTIL ART-I > ART-JOB-CNT
               MOVE SPACES TO ART-REPORT-LINE
                   INTO ART-REPORT-LINE
                   WITH POINTER ART-J
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM ART-REPORT-WRITE-CHECK
               PERFORM VARYING ART-J FROM 1 BY 1
                       UNTIL ART-J > ART-DSN-CNT(ART-I)
                           DELIMITED BY SIZE
                       INTO ART-REPORT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM ART-REPORT-WRITE-CHECK
               END-PERFORM
           END-PERFORM.
               END-STRING
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM ART-REPORT-WRITE-CHECK.
           PERFORM RPTPAGE-CLOSE.
           PERFORM ART-REPORT-WRITE-CHECK.
           CLOSE ART-REPORT-FILE.
       EXIT SECTION.
                   " FS=" ART-REPORT-FS
           END-IF.
       EXIT SECTION.
      *>   ART-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the audit log to summarize (an
      *>   archived month rather than the live trail), the output
      *>   field the summary report.
       ART-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO ART-LOG-DSN
               ELSE
                   MOVE "JOBAUDIT.LOG" TO ART-LOG-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO ART-REPORT-DSN
               ELSE
                   MOVE "AUDITSUM.RPT" TO ART-REPORT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==ART-REPORT-REC==
                   ==RP-PRINT-LINE== BY ==ART-REPORT-LINE==
                   ==RP-PRINT-FS== BY ==ART-REPORT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM AUDITRPT.
