           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 TRN-WK.
               03 TRN-HIST-DSN PIC X(100) VALUE "BATCHHIST.DAT".
               03 TRN-HIST-FS PIC XX.
      *>   history would not open. Ends in GOBACK like the other
      *>   reporting utilities.
       TRN-RUN SECTION.
           PERFORM TRN-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO TRN-REC-COUNT.
           MOVE 0 TO TRN-KEY-CNT.
           MOVE "TRNJOB01" TO JA-JOB-ID.
           MOVE TRN-HIST-DSN TO JA-INPUT-DSN.
           MOVE TRN-REC-COUNT TO JA-RECORD-COUNT.
           MOVE TRN-REC-COUNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   TRN-HIST-RECORD-LOAD takes one history record's KEY=value
                   " FS=" TRN-RPT-FS
               EXIT SECTION
           END-IF.
           MOVE "STEPTREND" TO RP-REPORT-ID.
           MOVE "BATTERY STEP ELAPSED TREND" TO RP-TITLE.
           MOVE SPACES TO RP-SUBTITLE.
           STRING "HISTORY=" DELIMITED BY SIZE
               FUNCTION TRIM(TRN-HIST-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
           END-STRING.
           MOVE SPACES TO RP-COLHDR-1.
           STRING "ROUTINE=<routine> INPUT=<input dsn> RUNS=<runs> "
                   "AVG=<rolling avg secs> LAST=<last secs> [SLOW]"
                   DELIMITED BY SIZE
               INTO RP-COLHDR-1
           END-STRING.
           PERFORM RPTPAGE-OPEN.
           MOVE 0 TO TRN-PROJ.
           PERFORM VARYING TRN-I FROM 1 BY 1
                   UNTIL TRN-I > TRN-KEY-CNT
               PERFORM TRN-KEY-LINE-WRITE
           END-PERFORM.
           PERFORM TRN-SUMMARY-WRITE.
           PERFORM RPTPAGE-CLOSE.
           PERFORM TRN-RPT-WRITE-CHECK.
           CLOSE TRN-RPT-FILE.
           IF RETURN-CODE = 0 AND TRN-SLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
                   WITH POINTER TRN-PT
               END-STRING
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM TRN-RPT-WRITE-CHECK.
       EXIT SECTION.
       TRN-SUMMARY-WRITE SECTION.
                   WITH POINTER TRN-PT
               END-STRING
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM TRN-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   TRN-RPT-WRITE-CHECK guards every result write: the
                   " FS=" TRN-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   TRN-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the history, the output field the
      *>   report, and a numeric parameter replaces the SLOW flag
      *>   ratio (1.5 unless staged).
       TRN-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO TRN-HIST-DSN
               ELSE
                   MOVE "BATCHHIST.DAT" TO TRN-HIST-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO TRN-RPT-DSN
               ELSE
                   MOVE "STEPTREND.RPT" TO TRN-RPT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                       AND FUNCTION TEST-NUMVAL(BATCH-PARM-TEXT) = 0
                   COMPUTE TRN-THRESHOLD =
                       FUNCTION NUMVAL(BATCH-PARM-TEXT)
               ELSE
                   MOVE 1.5 TO TRN-THRESHOLD
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==TRN-RPT-REC==
                   ==RP-PRINT-LINE== BY ==TRN-RPT-LINE==
                   ==RP-PRINT-FS== BY ==TRN-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM STEPTREND.
