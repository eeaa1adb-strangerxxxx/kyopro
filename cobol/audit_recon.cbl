           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 ARN-WK.
               03 ARN-REPORT-DSN PIC X(100) VALUE "BATCHRPT.LOG".
               03 ARN-REPORT-FS PIC XX.
                       07 ARN-STAMP-JOB PIC X(8).
                       07 ARN-STAMP-TS PIC X(14).
                       07 ARN-STAMP-MATCHED PIC 9.
                       07 ARN-STAMP-UTIL PIC 9.
       PROCEDURE DIVISION.
      *>   ARN-RUN is this program's entry point: load the battery
      *>   report's executed steps, load the audit stamps, credit
      *>   not open. Ends in GOBACK so it can be CALLed from a
      *>   wrap-up job or run as its own morning step.
       ARN-RUN SECTION.
           PERFORM ARN-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO ARN-STEP-CNT.
           MOVE 0 TO ARN-EXEC-CNT.
           MOVE "ARNJOB01" TO JA-JOB-ID.
           MOVE ARN-REPORT-DSN TO JA-INPUT-DSN.
           MOVE ARN-STEP-CNT TO JA-RECORD-COUNT.
           MOVE ARN-STEP-CNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   ARN-STEP-LINE-LOAD takes one battery report line apart
                   MOVE "RSLJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "STATUTIL"
                   MOVE "STAJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "AUDITRPT"
                   MOVE "AUDJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "AUDITRECON"
                   MOVE "ARNJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "EXCEPTRPT"
                   MOVE "EXCJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "LOGARCHIVE"
                   MOVE "LGAJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "CACHEAUDIT"
                   MOVE "CAUJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "RESQUERY"
                   MOVE "RSQJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "UFSNAPDIFF"
                   MOVE "UFDJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "STEPTREND"
                   MOVE "TRNJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "AUDITCHAIN"
                   MOVE "ACHJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "RESDRIFT"
                   MOVE "RDRJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "RESEXTRACT"
                   MOVE "RSXJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "BRUTEREF"
                   MOVE "BRFJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "STRESSRUN"
                   MOVE "SRNJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "MERGEFEEDS"
                   MOVE "MRGJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "SUBSETSUM"
                   MOVE "SSMJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "ASSIGNLIB"
                   MOVE "ASGJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "FLOWLIB"
                   MOVE "FLWJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "GRIDSUM"
                   MOVE "GRDJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "DIFFUTIL"
                   MOVE "DIFJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "JOINUTIL"
                   MOVE "JONJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "MASKDATA"
                   MOVE "MSKJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "DATEUTIL"
                   MOVE "DTUJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN "CAPFCST"
                   MOVE "CAPJOB01" TO ARN-STEP-JOB(ARN-STEP-CNT)
               WHEN OTHER
                   MOVE SPACES TO ARN-STEP-JOB(ARN-STEP-CNT)
           END-EVALUATE.
      *>   1-8, run date in 10-17, run time in 19-26 (the first six
      *>   digits are hhmmss, which is the granularity the report's
      *>   step windows carry). BATJOB01 is the battery's own
      *>   wrap-up stamp, BATCMD01 its record of an operator
      *>   command, and WDGJOB01 the WATCHDOG that runs beside the
      *>   battery rather than as one of its steps; none is ever a
      *>   step, so all three are left out.
      *>   ARNJOB01/AUDJOB01/LGAJOB01/UFDJOB01/CAUJOB01/TRNJOB01/
      *>   EXCJOB01/RSQJOB01/ACHJOB01/RDRJOB01/RSXJOB01/SRNJOB01/
      *>   CAPJOB01
      *>   belong to the reporting and maintenance utilities and
      *>   the STRESSRUN test harness: they are loaded
      *>   so a battery step that dispatched one is matched like any
      *>   other, but marked, since the same utilities are just as
      *>   routinely run by hand — an unmatched one is not flagged
      *>   every single morning as a calculation run outside the
      *>   battery.
       ARN-STAMP-LOAD SECTION.
           IF ARN-AUDIT-REC = SPACES
                   OR ARN-AUDIT-REC(1:8) = "BATJOB01"
                   OR ARN-AUDIT-REC(1:8) = "BATCMD01"
                   OR ARN-AUDIT-REC(1:8) = "WDGJOB01"
               CONTINUE
           ELSE
               IF ARN-STAMP-CNT >= ARN-MAXSTAMPS
                       INTO ARN-STAMP-TS(ARN-STAMP-CNT)
                   END-STRING
                   MOVE 0 TO ARN-STAMP-MATCHED(ARN-STAMP-CNT)
                   MOVE 0 TO ARN-STAMP-UTIL(ARN-STAMP-CNT)
                   IF ARN-AUDIT-REC(1:8) = "ARNJOB01"
                           OR ARN-AUDIT-REC(1:8) = "AUDJOB01"
                           OR ARN-AUDIT-REC(1:8) = "LGAJOB01"
                           OR ARN-AUDIT-REC(1:8) = "UFDJOB01"
                           OR ARN-AUDIT-REC(1:8) = "CAUJOB01"
                           OR ARN-AUDIT-REC(1:8) = "TRNJOB01"
                           OR ARN-AUDIT-REC(1:8) = "EXCJOB01"
                           OR ARN-AUDIT-REC(1:8) = "RSQJOB01"
                           OR ARN-AUDIT-REC(1:8) = "ACHJOB01"
                           OR ARN-AUDIT-REC(1:8) = "RDRJOB01"
                           OR ARN-AUDIT-REC(1:8) = "RSXJOB01"
                           OR ARN-AUDIT-REC(1:8) = "SRNJOB01"
                           OR ARN-AUDIT-REC(1:8) = "CAPJOB01"
                       MOVE 1 TO ARN-STAMP-UTIL(ARN-STAMP-CNT)
                   END-IF
               END-IF
           END-IF.
       EXIT SECTION.
       EXIT SECTION.
      *>   ARN-MATCH-TRY credits stamp ARN-J to step ARN-I when the
      *>   job id and window agree, and ends the caller's scan.
      *>   A STATUTIL GROUPBY run CALLs EXTSORT for its ordering, as
      *>   JOINUTIL does for a side out of key order, so an SRTJOB01
      *>   stamp inside a STATUTIL or JOINUTIL step's window is that
      *>   step's own sort: it is accounted for, but does not by
      *>   itself satisfy the step, whose own stamp is still
      *>   expected. STRESSRUN likewise CALLs GENDATA, the routine
      *>   under test, its reference and COMPAREUTIL every round,
      *>   so any stamp inside a STRESSRUN step's window is one of
      *>   its rounds and is accounted for the same way.
       ARN-MATCH-TRY SECTION.
           IF ARN-STEP-EXEC-FLAG(ARN-I) = 1
                   AND ARN-STEP-JOB(ARN-I) = ARN-STAMP-JOB(ARN-J)
               MOVE 1 TO ARN-STAMP-MATCHED(ARN-J)
               ADD 1 TO ARN-STEP-MATCHES(ARN-I)
               MOVE ARN-STEP-CNT TO ARN-I
           ELSE
               IF ARN-STEP-EXEC-FLAG(ARN-I) = 1
                       AND (((ARN-STEP-JOB(ARN-I) = "STAJOB01"
                           OR ARN-STEP-JOB(ARN-I) = "JONJOB01")
                           AND ARN-STAMP-JOB(ARN-J) = "SRTJOB01")
                           OR ARN-STEP-JOB(ARN-I) = "SRNJOB01")
                       AND ARN-STAMP-TS(ARN-J)
                           >= ARN-STEP-START(ARN-I)
                       AND ARN-STAMP-TS(ARN-J)
                           <= ARN-STEP-END(ARN-I)
                   MOVE 1 TO ARN-STAMP-MATCHED(ARN-J)
                   MOVE ARN-STEP-CNT TO ARN-I
               END-IF
           END-IF.
       EXIT SECTION.
      *>   ARN-RECON-WRITE reports the two kinds of leftover the
                   " FS=" ARN-RECON-FS
               EXIT SECTION
           END-IF.
           MOVE "AUDITRECON" TO RP-REPORT-ID.
           MOVE "BATTERY / JOBAUDIT RECONCILIATION" TO RP-TITLE.
           MOVE SPACES TO RP-SUBTITLE.
           STRING "REPORT=" DELIMITED BY SIZE
               FUNCTION TRIM(ARN-REPORT-DSN) DELIMITED BY SIZE
               " LOG=" DELIMITED BY SIZE
               FUNCTION TRIM(ARN-AUDIT-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
           END-STRING.
           MOVE SPACES TO RP-COLHDR-1.
           STRING "NO-STAMP STEP=<step> ROUTINE=<routine> "
                   "START=<step start> END=<step end>"
                   DELIMITED BY SIZE
               INTO RP-COLHDR-1
           END-STRING.
           MOVE "NO-STEP STAMP JOB=<job id> TS=<stamp time>"
               TO RP-COLHDR-2.
           PERFORM RPTPAGE-OPEN.
           PERFORM VARYING ARN-I FROM 1 BY 1
                   UNTIL ARN-I > ARN-STEP-CNT
               IF ARN-STEP-EXEC-FLAG(ARN-I) = 1
                       ARN-STEP-END(ARN-I) DELIMITED BY SIZE
                       INTO ARN-RECON-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM ARN-RECON-WRITE-CHECK
               END-IF
           END-PERFORM.
           PERFORM VARYING ARN-J FROM 1 BY 1
                   UNTIL ARN-J > ARN-STAMP-CNT
               IF ARN-STAMP-MATCHED(ARN-J) = 0
                       AND ARN-STAMP-UTIL(ARN-J) = 0
                       AND ARN-STAMP-TS(ARN-J) >= ARN-WIN-START
                       AND ARN-STAMP-TS(ARN-J) <= ARN-WIN-END
                   ADD 1 TO ARN-DISCREPANCIES
                       ARN-STAMP-TS(ARN-J) DELIMITED BY SIZE
                       INTO ARN-RECON-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM ARN-RECON-WRITE-CHECK
               END-IF
           END-PERFORM.
                   WITH POINTER ARN-PT
               END-STRING
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM ARN-RECON-WRITE-CHECK.
           PERFORM RPTPAGE-CLOSE.
           PERFORM ARN-RECON-WRITE-CHECK.
           CLOSE ARN-RECON-FILE.
           IF ARN-DISCREPANCIES > 0 OR ARN-STAMP-OVERFLOW > 0
                   " FS=" ARN-RECON-FS
           END-IF.
       EXIT SECTION.
      *>   ARN-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the battery report to reconcile,
      *>   the output field the reconciliation, and the parameter
      *>   field the audit trail to reconcile it against (an
      *>   archived month's member when an old night is queried).
       ARN-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO ARN-REPORT-DSN
               ELSE
                   MOVE "BATCHRPT.LOG" TO ARN-REPORT-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO ARN-RECON-DSN
               ELSE
                   MOVE "AUDITRECON.RPT" TO ARN-RECON-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO ARN-AUDIT-DSN
               ELSE
                   MOVE "JOBAUDIT.LOG" TO ARN-AUDIT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==ARN-RECON-REC==
                   ==RP-PRINT-LINE== BY ==ARN-RECON-LINE==
                   ==RP-PRINT-FS== BY ==ARN-RECON-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM AUDITRECON.
