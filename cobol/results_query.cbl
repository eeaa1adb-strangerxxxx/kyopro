                       05 RSQ-MAS-JOB PIC X(8).
                       05 RSQ-MAS-DATE PIC 9(8).
                       05 RSQ-MAS-SEQ PIC 9(9).
                   03 RSQ-MAS-TEXT PIC X(200).
           FD RSQ-RPT-FILE.
               01 RSQ-RPT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 RSQ-WK.
               03 RSQ-SPEC-DSN PIC X(100) VALUE "RESQUERY.DAT".
               03 RSQ-SPEC-FS PIC XX.
               03 RSQ-MATCHES BINARY-LONG UNSIGNED VALUE 0.
               03 RSQ-SCANNED BINARY-LONG UNSIGNED VALUE 0.
               03 RSQ-VAL-Z PIC Z(9)9.
               03 RSQ-RPT-LINE PIC X(250).
               03 RSQ-RPT-ERR-SW PIC 9 VALUE 0.
               03 RSQ-TOK-TAB.
                   05 RSQ-TOK OCCURS 4 TIMES PIC X(30).
      *>   would not open. Ends in GOBACK like the other reporting
      *>   utilities.
       RSQ-RUN SECTION.
           PERFORM RSQ-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO RSQ-MATCHES.
           MOVE 0 TO RSQ-SCANNED.
               DISPLAY "RESQUERY: COULD NOT OPEN, MASTER-FS="
                   RSQ-MAS-FS " REPORT-FS=" RSQ-RPT-FS
           ELSE
               MOVE "RESQUERY" TO RP-REPORT-ID
               MOVE "RESULTS WAREHOUSE ENQUIRY" TO RP-TITLE
               MOVE SPACES TO RP-SUBTITLE
               STRING "MASTER=" DELIMITED BY SIZE
                   FUNCTION TRIM(RSQ-MAS-DSN) DELIMITED BY SIZE
                   " SPEC=" DELIMITED BY SIZE
                   FUNCTION TRIM(RSQ-SPEC-DSN) DELIMITED BY SIZE
                   INTO RP-SUBTITLE
               END-STRING
               MOVE SPACES TO RP-COLHDR-1
               STRING "JOB=<job id> DATE=<run date> SEQ=<seq> "
                   "TEXT=<stored answer>"
                   DELIMITED BY SIZE
                   INTO RP-COLHDR-1
               END-STRING
               PERFORM RPTPAGE-OPEN
               PERFORM UNTIL RSQ-MAS-FS NOT = "00"
                   READ RSQ-MAS-FILE NEXT RECORD
                       AT END
                   END-READ
               END-PERFORM
               PERFORM RSQ-SUMMARY-WRITE
               PERFORM RPTPAGE-CLOSE
               PERFORM RSQ-RPT-WRITE-CHECK
           END-IF.
           CLOSE RSQ-MAS-FILE.
           CLOSE RSQ-RPT-FILE.
           MOVE "RSQJOB01" TO JA-JOB-ID.
           MOVE RSQ-MAS-DSN TO JA-INPUT-DSN.
           MOVE RSQ-SCANNED TO JA-RECORD-COUNT.
           MOVE RSQ-SCANNED TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
       EXIT SECTION.
      *>   RSQ-SPEC-LOAD reads the key specs: each record's JOB=,
                   INTO RSQ-RPT-LINE
                   WITH POINTER RSQ-PT
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM RSQ-RPT-WRITE-CHECK
           END-IF.
       EXIT SECTION.
               INTO RSQ-RPT-LINE
               WITH POINTER RSQ-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM RSQ-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   RSQ-RPT-WRITE-CHECK guards every result write: the
                   " FS=" RSQ-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   RSQ-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the spec dataset, the output field
      *>   the report, and the parameter field the master.
       RSQ-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO RSQ-SPEC-DSN
               ELSE
                   MOVE "RESQUERY.DAT" TO RSQ-SPEC-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO RSQ-RPT-DSN
               ELSE
                   MOVE "RESQUERY.RPT" TO RSQ-RPT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO RSQ-MAS-DSN
               ELSE
                   MOVE "RESULTS.MAS" TO RSQ-MAS-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==RSQ-RPT-REC==
                   ==RP-PRINT-LINE== BY ==RSQ-RPT-LINE==
                   ==RP-PRINT-FS== BY ==RSQ-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM RESQUERY.
