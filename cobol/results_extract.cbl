       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESEXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   RESEXTRACT is the downstream interface to the results
      *>   warehouse RESLOAD fills: driven by the same JOB=/DATE=/
      *>   SEQ= key specs as RESQUERY, it writes every matching
      *>   master record to RSX-OUT-FILE as one delimited row for
      *>   the finance and planning spreadsheets and warehouse
      *>   loads. The file opens with a header row and closes with
      *>   a trailer row the receiving side checks its load against:
      *>       JOB_ID,RUN_DATE,SEQ,FIELD_01,...,FIELD_12
      *>       GCDJOB01,20261013,1402,6,...
      *>       TRAILER,ROWS=1,HASH=1402
      *>   The answer fields are the blank-separated tokens of the
      *>   stored answer text after its leading KEY=number token
      *>   (that is the SEQ column already), each written as its
      *>   value — the part after "=" of a name=value token, the
      *>   whole token otherwise — in the order the producing
      *>   routine writes them. The hash total is the sum of the
      *>   SEQ column over the rows written. A DELIM=c spec record
      *>   changes the delimiter from the comma to any printable
      *>   character (DELIM=| or DELIM=; — the extract is a line
      *>   sequential dataset, which takes no control characters);
      *>   a value holding the delimiter or a double quote is
      *>   quoted, quotes doubled, the usual CSV way.
           SELECT RSX-SPEC-FILE ASSIGN TO DYNAMIC RSX-SPEC-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSX-SPEC-FS.
           SELECT RSX-MAS-FILE ASSIGN TO DYNAMIC RSX-MAS-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSX-MAS-KEY
               FILE STATUS IS RSX-MAS-FS.
           SELECT RSX-OUT-FILE ASSIGN TO DYNAMIC RSX-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSX-OUT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD RSX-SPEC-FILE.
               01 RSX-SPEC-REC PIC X(80).
      *>   The record layout mirrors RESLOAD's master.
           FD RSX-MAS-FILE.
               01 RSX-MAS-REC.
                   03 RSX-MAS-KEY.
                       05 RSX-MAS-JOB PIC X(8).
                       05 RSX-MAS-DATE PIC 9(8).
                       05 RSX-MAS-SEQ PIC 9(9).
                   03 RSX-MAS-TEXT PIC X(200).
           FD RSX-OUT-FILE.
               01 RSX-OUT-REC PIC X(500).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           01 RSX-WK.
               03 RSX-SPEC-DSN PIC X(100) VALUE "RESEXTRACT.DAT".
               03 RSX-SPEC-FS PIC XX.
               03 RSX-MAS-DSN PIC X(100) VALUE "RESULTS.MAS".
               03 RSX-MAS-FS PIC XX.
               03 RSX-OUT-DSN PIC X(100) VALUE "RESEXTRACT.CSV".
               03 RSX-OUT-FS PIC XX.
               03 RSX-I BINARY-LONG SIGNED VALUE 0.
               03 RSX-J BINARY-LONG SIGNED VALUE 0.
               03 RSX-PT BINARY-LONG SIGNED VALUE 1.
               03 RSX-TPT BINARY-LONG SIGNED VALUE 1.
               03 RSX-ROWS BINARY-LONG UNSIGNED VALUE 0.
               03 RSX-SCANNED BINARY-LONG UNSIGNED VALUE 0.
               03 RSX-CUT-ROWS BINARY-LONG UNSIGNED VALUE 0.
               03 RSX-HASH PIC 9(18) VALUE 0.
               03 RSX-VAL-Z PIC Z(9)9.
               03 RSX-HASH-Z PIC Z(17)9.
               03 RSX-OUT-LINE PIC X(500).
               03 RSX-OUT-ERR-SW PIC 9 VALUE 0.
               03 RSX-DELIM PIC X VALUE ",".
               03 RSX-TOK-TAB.
                   05 RSX-TOK OCCURS 4 TIMES PIC X(30).
      *>   One answer token and the cell built from it. RSX-CELL-LEN
      *>   is the cell's stored length, so a value is never padded
      *>   out to the field width in the row.
           01 RSX-CELL-WK.
               03 RSX-FLD-MAX BINARY-LONG SIGNED VALUE 12.
               03 RSX-FLD-CNT BINARY-LONG SIGNED VALUE 0.
               03 RSX-FLD-NO PIC 99.
               03 RSX-ANS-TOK PIC X(200).
               03 RSX-CELL PIC X(200).
               03 RSX-CELL-LEN BINARY-LONG SIGNED VALUE 0.
               03 RSX-EQ BINARY-LONG SIGNED VALUE 0.
               03 RSX-QUOTE-SW PIC 9 VALUE 0.
               03 RSX-QUOTES BINARY-LONG SIGNED VALUE 0.
               03 RSX-CUT-SW PIC 9 VALUE 0.
      *>   Up to RSX-SPEC-MAX key specs are answered in one scan of
      *>   the master, exactly as RESQUERY answers them.
           01 RSX-SPEC-WK.
               03 RSX-SPEC-MAX BINARY-LONG SIGNED VALUE 50.
               03 RSX-SPEC-CNT BINARY-LONG SIGNED VALUE 0.
               03 RSX-HIT-SW PIC 9 VALUE 0.
               03 RSX-SPEC-TAB.
                   05 RSX-SPEC-I OCCURS 50 TIMES.
                       07 RSX-S-JOB PIC X(8).
                       07 RSX-S-DATE PIC 9(8).
                       07 RSX-S-DATE-SW PIC 9.
                       07 RSX-S-SEQ PIC 9(9).
                       07 RSX-S-SEQ-SW PIC 9.
       PROCEDURE DIVISION.
      *>   RSX-RUN is this program's entry point: load the key
      *>   specs, scan the master once, write the header, one row
      *>   per match, and the trailer. RC 0 extracted something, 4
      *>   means no record matched any spec or a row carried more
      *>   answer fields than the extract has columns (the excess is
      *>   dropped and counted on the console), 8 means a dataset
      *>   would not open or a write failed. Ends in GOBACK like the
      *>   other reporting utilities.
       RSX-RUN SECTION.
           PERFORM RSX-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO RSX-ROWS.
           MOVE 0 TO RSX-SCANNED.
           MOVE 0 TO RSX-CUT-ROWS.
           MOVE 0 TO RSX-HASH.
           MOVE 0 TO RSX-SPEC-CNT.
           MOVE 0 TO RSX-OUT-ERR-SW.
           MOVE "," TO RSX-DELIM.
           PERFORM RSX-SPEC-LOAD.
           IF RETURN-CODE NOT = 0
               PERFORM RSX-AUDIT-STAMP
               GOBACK
           END-IF.
           OPEN INPUT RSX-MAS-FILE.
           OPEN OUTPUT RSX-OUT-FILE.
           IF RSX-MAS-FS NOT = "00" OR RSX-OUT-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESEXTRACT: COULD NOT OPEN, MASTER-FS="
                   RSX-MAS-FS " EXTRACT-FS=" RSX-OUT-FS
           ELSE
               PERFORM RSX-HEADER-WRITE
               PERFORM UNTIL RSX-MAS-FS NOT = "00"
                   READ RSX-MAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RSX-MAS-FS
                       NOT AT END
                           ADD 1 TO RSX-SCANNED
                           PERFORM RSX-RECORD-JUDGE
                   END-READ
               END-PERFORM
               PERFORM RSX-TRAILER-WRITE
           END-IF.
           CLOSE RSX-MAS-FILE.
           CLOSE RSX-OUT-FILE.
           IF RSX-CUT-ROWS > 0
               MOVE RSX-CUT-ROWS TO RSX-VAL-Z
               DISPLAY "RESEXTRACT: "
                   FUNCTION TRIM(RSX-VAL-Z)
                   " ROW(S) HAD MORE THAN 12 ANSWER FIELDS,"
                   " EXCESS DROPPED"
           END-IF.
           IF RSX-OUT-ERR-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0
                   AND (RSX-ROWS = 0 OR RSX-CUT-ROWS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RSX-AUDIT-STAMP.
           GOBACK.
       RSX-AUDIT-STAMP SECTION.
           MOVE "RSXJOB01" TO JA-JOB-ID.
           MOVE RSX-MAS-DSN TO JA-INPUT-DSN.
           MOVE RSX-ROWS TO JA-RECORD-COUNT.
           MOVE RSX-ROWS TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
       EXIT SECTION.
      *>   RSX-SPEC-LOAD reads the key specs as RESQUERY does (a
      *>   spec dataset that will not open, is empty, or overflows
      *>   the table refuses the run — an extract of everything
      *>   nobody asked for is not a safe default for a warehouse
      *>   load), plus the optional DELIM= record.
       RSX-SPEC-LOAD SECTION.
           OPEN INPUT RSX-SPEC-FILE.
           IF RSX-SPEC-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESEXTRACT: COULD NOT OPEN SPEC DSN="
                   FUNCTION TRIM(RSX-SPEC-DSN)
                   " FS=" RSX-SPEC-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL RSX-SPEC-FS NOT = "00"
                   OR RETURN-CODE NOT = 0
               READ RSX-SPEC-FILE
                   AT END
                       MOVE "10" TO RSX-SPEC-FS
                   NOT AT END
                       PERFORM RSX-SPEC-RECORD-LOAD
               END-READ
           END-PERFORM.
           CLOSE RSX-SPEC-FILE.
           IF RETURN-CODE = 0 AND RSX-SPEC-CNT = 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESEXTRACT: EMPTY SPEC DSN="
                   FUNCTION TRIM(RSX-SPEC-DSN)
           END-IF.
       EXIT SECTION.
       RSX-SPEC-RECORD-LOAD SECTION.
           IF RSX-SPEC-REC = SPACES
               EXIT SECTION
           END-IF.
           IF RSX-SPEC-REC(1:6) = "DELIM="
               IF RSX-SPEC-REC(7:1) = SPACE
                       OR RSX-SPEC-REC(7:1) = QUOTE
                       OR RSX-SPEC-REC(7:1) < SPACE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RESEXTRACT: BAD DELIMITER RECORD"
               ELSE
                   MOVE RSX-SPEC-REC(7:1) TO RSX-DELIM
               END-IF
               EXIT SECTION
           END-IF.
           IF RSX-SPEC-CNT >= RSX-SPEC-MAX
               MOVE 8 TO RETURN-CODE
               DISPLAY "RESEXTRACT: TOO MANY SPECS"
               EXIT SECTION
           END-IF.
           ADD 1 TO RSX-SPEC-CNT.
           MOVE SPACES TO RSX-S-JOB(RSX-SPEC-CNT).
           MOVE 0 TO RSX-S-DATE(RSX-SPEC-CNT).
           MOVE 0 TO RSX-S-DATE-SW(RSX-SPEC-CNT).
           MOVE 0 TO RSX-S-SEQ(RSX-SPEC-CNT).
           MOVE 0 TO RSX-S-SEQ-SW(RSX-SPEC-CNT).
           PERFORM VARYING RSX-J FROM 1 BY 1 UNTIL RSX-J > 4
               MOVE SPACES TO RSX-TOK(RSX-J)
           END-PERFORM.
           UNSTRING RSX-SPEC-REC DELIMITED BY ALL SPACE
               INTO RSX-TOK(1) RSX-TOK(2) RSX-TOK(3) RSX-TOK(4)
           END-UNSTRING.
           PERFORM VARYING RSX-J FROM 1 BY 1 UNTIL RSX-J > 4
               EVALUATE TRUE
                   WHEN RSX-TOK(RSX-J)(1:4) = "JOB="
                       MOVE RSX-TOK(RSX-J)(5:8)
                           TO RSX-S-JOB(RSX-SPEC-CNT)
                   WHEN RSX-TOK(RSX-J)(1:5) = "DATE="
                       COMPUTE RSX-S-DATE(RSX-SPEC-CNT) =
                           FUNCTION NUMVAL(RSX-TOK(RSX-J)(6:8))
                       MOVE 1 TO RSX-S-DATE-SW(RSX-SPEC-CNT)
                   WHEN RSX-TOK(RSX-J)(1:4) = "SEQ="
                       COMPUTE RSX-S-SEQ(RSX-SPEC-CNT) =
                           FUNCTION NUMVAL(RSX-TOK(RSX-J)(5:9))
                       MOVE 1 TO RSX-S-SEQ-SW(RSX-SPEC-CNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
       RSX-RECORD-JUDGE SECTION.
           MOVE 0 TO RSX-HIT-SW.
           PERFORM VARYING RSX-I FROM 1 BY 1
                   UNTIL RSX-I > RSX-SPEC-CNT
                   OR RSX-HIT-SW = 1
               IF (RSX-S-JOB(RSX-I) = SPACES
                       OR RSX-S-JOB(RSX-I) = RSX-MAS-JOB)
                   AND (RSX-S-DATE-SW(RSX-I) = 0
                       OR RSX-S-DATE(RSX-I) = RSX-MAS-DATE)
                   AND (RSX-S-SEQ-SW(RSX-I) = 0
                       OR RSX-S-SEQ(RSX-I) = RSX-MAS-SEQ)
                   MOVE 1 TO RSX-HIT-SW
               END-IF
           END-PERFORM.
           IF RSX-HIT-SW = 1
               PERFORM RSX-ROW-WRITE
           END-IF.
       EXIT SECTION.
       RSX-HEADER-WRITE SECTION.
           MOVE SPACES TO RSX-OUT-LINE.
           MOVE 1 TO RSX-PT.
           STRING "JOB_ID" DELIMITED BY SIZE
               RSX-DELIM DELIMITED BY SIZE
               "RUN_DATE" DELIMITED BY SIZE
               RSX-DELIM DELIMITED BY SIZE
               "SEQ" DELIMITED BY SIZE
               INTO RSX-OUT-LINE
               WITH POINTER RSX-PT
           END-STRING.
           PERFORM VARYING RSX-J FROM 1 BY 1
                   UNTIL RSX-J > RSX-FLD-MAX
               MOVE RSX-J TO RSX-FLD-NO
               STRING RSX-DELIM DELIMITED BY SIZE
                   "FIELD_" DELIMITED BY SIZE
                   RSX-FLD-NO DELIMITED BY SIZE
                   INTO RSX-OUT-LINE
                   WITH POINTER RSX-PT
               END-STRING
           END-PERFORM.
           PERFORM RSX-LINE-WRITE.
       EXIT SECTION.
      *>   RSX-ROW-WRITE builds one row: the key columns, then every
      *>   answer token after the first as a cell. A row is always
      *>   given all RSX-FLD-MAX field columns, empty ones as
      *>   adjacent delimiters, so each record has the header's
      *>   column count.
       RSX-ROW-WRITE SECTION.
           MOVE SPACES TO RSX-OUT-LINE.
           MOVE 1 TO RSX-PT.
           MOVE RSX-MAS-SEQ TO RSX-VAL-Z.
           STRING RSX-MAS-JOB DELIMITED BY SPACE
               RSX-DELIM DELIMITED BY SIZE
               RSX-MAS-DATE DELIMITED BY SIZE
               RSX-DELIM DELIMITED BY SIZE
               FUNCTION TRIM(RSX-VAL-Z) DELIMITED BY SIZE
               INTO RSX-OUT-LINE
               WITH POINTER RSX-PT
           END-STRING.
           MOVE 0 TO RSX-FLD-CNT.
           MOVE 0 TO RSX-CUT-SW.
           MOVE 1 TO RSX-TPT.
           MOVE SPACES TO RSX-ANS-TOK.
           UNSTRING RSX-MAS-TEXT DELIMITED BY ALL SPACE
               INTO RSX-ANS-TOK
               WITH POINTER RSX-TPT
           END-UNSTRING.
           PERFORM UNTIL RSX-TPT > 200
               MOVE SPACES TO RSX-ANS-TOK
               UNSTRING RSX-MAS-TEXT DELIMITED BY ALL SPACE
                   INTO RSX-ANS-TOK
                   WITH POINTER RSX-TPT
               END-UNSTRING
               IF RSX-ANS-TOK NOT = SPACES
                   IF RSX-FLD-CNT >= RSX-FLD-MAX
                       MOVE 1 TO RSX-CUT-SW
                   ELSE
                       ADD 1 TO RSX-FLD-CNT
                       PERFORM RSX-CELL-ADD
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM UNTIL RSX-FLD-CNT >= RSX-FLD-MAX
               ADD 1 TO RSX-FLD-CNT
               STRING RSX-DELIM DELIMITED BY SIZE
                   INTO RSX-OUT-LINE
                   WITH POINTER RSX-PT
               END-STRING
           END-PERFORM.
           IF RSX-CUT-SW = 1
               ADD 1 TO RSX-CUT-ROWS
           END-IF.
           ADD 1 TO RSX-ROWS.
           ADD RSX-MAS-SEQ TO RSX-HASH.
           PERFORM RSX-LINE-WRITE.
       EXIT SECTION.
      *>   RSX-CELL-ADD appends the delimiter and one answer token's
      *>   value, quoting it when it holds the delimiter or a quote.
       RSX-CELL-ADD SECTION.
           MOVE 0 TO RSX-EQ.
           INSPECT RSX-ANS-TOK TALLYING RSX-EQ
               FOR CHARACTERS BEFORE INITIAL "=".
           MOVE SPACES TO RSX-CELL.
           IF RSX-EQ < 199 AND RSX-ANS-TOK(RSX-EQ + 1:1) = "="
               MOVE RSX-ANS-TOK(RSX-EQ + 2:) TO RSX-CELL
           ELSE
               MOVE RSX-ANS-TOK TO RSX-CELL
           END-IF.
           MOVE 0 TO RSX-CELL-LEN.
           INSPECT RSX-CELL TALLYING RSX-CELL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO RSX-QUOTES.
           INSPECT RSX-CELL TALLYING RSX-QUOTES
               FOR ALL QUOTE.
           MOVE 0 TO RSX-QUOTE-SW.
           IF RSX-QUOTES > 0
               MOVE 1 TO RSX-QUOTE-SW
           END-IF.
           MOVE 0 TO RSX-J.
           INSPECT RSX-CELL TALLYING RSX-J FOR ALL RSX-DELIM.
           IF RSX-J > 0
               MOVE 1 TO RSX-QUOTE-SW
           END-IF.
           STRING RSX-DELIM DELIMITED BY SIZE
               INTO RSX-OUT-LINE
               WITH POINTER RSX-PT
           END-STRING.
           IF RSX-CELL-LEN = 0
               EXIT SECTION
           END-IF.
           IF RSX-QUOTE-SW = 0
               STRING RSX-CELL(1:RSX-CELL-LEN) DELIMITED BY SIZE
                   INTO RSX-OUT-LINE
                   WITH POINTER RSX-PT
               END-STRING
               EXIT SECTION
           END-IF.
           STRING QUOTE DELIMITED BY SIZE
               INTO RSX-OUT-LINE
               WITH POINTER RSX-PT
           END-STRING.
           PERFORM VARYING RSX-J FROM 1 BY 1
                   UNTIL RSX-J > RSX-CELL-LEN
               IF RSX-CELL(RSX-J:1) = QUOTE
                   STRING QUOTE DELIMITED BY SIZE
                       INTO RSX-OUT-LINE
                       WITH POINTER RSX-PT
                   END-STRING
               END-IF
               STRING RSX-CELL(RSX-J:1) DELIMITED BY SIZE
                   INTO RSX-OUT-LINE
                   WITH POINTER RSX-PT
               END-STRING
           END-PERFORM.
           STRING QUOTE DELIMITED BY SIZE
               INTO RSX-OUT-LINE
               WITH POINTER RSX-PT
           END-STRING.
       EXIT SECTION.
      *>   The trailer is the receiving side's control record: the
      *>   data row count (header and trailer not included) and the
      *>   hash total of the SEQ column.
       RSX-TRAILER-WRITE SECTION.
           MOVE SPACES TO RSX-OUT-LINE.
           MOVE 1 TO RSX-PT.
           MOVE RSX-ROWS TO RSX-VAL-Z.
           MOVE RSX-HASH TO RSX-HASH-Z.
           STRING "TRAILER" DELIMITED BY SIZE
               RSX-DELIM DELIMITED BY SIZE
               "ROWS=" DELIMITED BY SIZE
               FUNCTION TRIM(RSX-VAL-Z) DELIMITED BY SIZE
               RSX-DELIM DELIMITED BY SIZE
               "HASH=" DELIMITED BY SIZE
               FUNCTION TRIM(RSX-HASH-Z) DELIMITED BY SIZE
               INTO RSX-OUT-LINE
               WITH POINTER RSX-PT
           END-STRING.
           PERFORM RSX-LINE-WRITE.
       EXIT SECTION.
       RSX-LINE-WRITE SECTION.
           WRITE RSX-OUT-REC FROM RSX-OUT-LINE.
           PERFORM RSX-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   RSX-OUT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log.
       RSX-OUT-WRITE-CHECK SECTION.
           IF RSX-OUT-FS NOT = "00" AND RSX-OUT-ERR-SW = 0
               MOVE 1 TO RSX-OUT-ERR-SW
               DISPLAY "RESEXTRACT: WRITE FAILED ON DSN="
                   FUNCTION TRIM(RSX-OUT-DSN)
                   " FS=" RSX-OUT-FS
           END-IF.
       EXIT SECTION.
      *>   RSX-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the spec dataset, the output field
      *>   the extract, and the parameter field the master, as for
      *>   RESQUERY.
       RSX-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO RSX-SPEC-DSN
               ELSE
                   MOVE "RESEXTRACT.DAT" TO RSX-SPEC-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO RSX-OUT-DSN
               ELSE
                   MOVE "RESEXTRACT.CSV" TO RSX-OUT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO RSX-MAS-DSN
               ELSE
                   MOVE "RESULTS.MAS" TO RSX-MAS-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
       END PROGRAM RESEXTRACT.
