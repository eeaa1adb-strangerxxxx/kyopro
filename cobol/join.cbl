       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOINUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   COMPAREUTIL's KEYED mode pairs two extracts on a key but
      *>   only reports how they differ; attaching PRIMELIB's factor
      *>   answers to the request records, or customer attributes to
      *>   a UNIONFIND group listing, meant a one-off program each
      *>   time. JOINUTIL is the match-merge for that: both sides
      *>   are read in key order (EXTSORT is CALLed first for a side
      *>   that is not), and each matching pair of records is built
      *>   into one output record from the fields the control
      *>   member names. The control records are
      *>       LEFT dsn pos len         (left dataset, its key
      *>                                 columns)
      *>       RIGHT dsn pos len        (right dataset, its key
      *>                                 columns; same length)
      *>       JOIN INNER|LEFT|FULL     (default INNER)
      *>       FIELD L pos len          (output fields, in output
      *>       FIELD R pos len           order; FIELD KEY is the
      *>       FIELD KEY                 join key from either side)
      *>       UNMATCHED L dsn          (unmatched-record datasets,
      *>       UNMATCHED R dsn           default JOINUNL.DAT and
      *>                                 JOINUNR.DAT)
      *>   and any other record refuses the run, as MERGEFEEDS's
      *>   roster does. With no FIELD record the output is the whole
      *>   left record followed by the whole right record. A key
      *>   repeated on both sides joins every left record of the
      *>   key to every right one. A left (or, for FULL, either)
      *>   record with no partner is still written, its missing
      *>   side's fields blank; every unmatched record also goes to
      *>   its side's unmatched dataset, whatever the join type.
           SELECT JON-CTL-FILE ASSIGN TO DYNAMIC JON-CTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-CTL-FS.
           SELECT JON-L-FILE ASSIGN TO DYNAMIC JON-L-READ-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-L-FS.
           SELECT JON-R-FILE ASSIGN TO DYNAMIC JON-R-READ-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-R-FS.
           SELECT JON-OUT-FILE ASSIGN TO DYNAMIC JON-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-OUT-FS.
           SELECT JON-UNL-FILE ASSIGN TO DYNAMIC JON-UNL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-UNL-FS.
           SELECT JON-UNR-FILE ASSIGN TO DYNAMIC JON-UNR-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-UNR-FS.
           SELECT JON-RPT-FILE ASSIGN TO DYNAMIC JON-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-RPT-FS.
           SELECT JON-SCTL-FILE ASSIGN TO DYNAMIC JON-SCTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JON-SCTL-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD JON-CTL-FILE.
               01 JON-CTL-REC PIC X(132).
           FD JON-L-FILE.
               01 JON-L-REC PIC X(250).
           FD JON-R-FILE.
               01 JON-R-REC PIC X(250).
           FD JON-OUT-FILE.
               01 JON-OUT-REC PIC X(500).
           FD JON-UNL-FILE.
               01 JON-UNL-REC PIC X(250).
           FD JON-UNR-FILE.
               01 JON-UNR-REC PIC X(250).
           FD JON-RPT-FILE.
               01 JON-RPT-REC PIC X(200).
           FD JON-SCTL-FILE.
               01 JON-SCTL-REC PIC X(60).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           01 JON-WK.
               03 JON-CTL-DSN PIC X(100) VALUE "JOINCTL.DAT".
               03 JON-CTL-FS PIC XX.
               03 JON-OUT-DSN PIC X(100) VALUE "JOINOUT.DAT".
               03 JON-OUT-FS PIC XX.
               03 JON-RPT-DSN PIC X(100) VALUE "JOINRPT.DAT".
               03 JON-RPT-FS PIC XX.
               03 JON-L-DSN PIC X(100) VALUE SPACES.
               03 JON-L-READ-DSN PIC X(100) VALUE SPACES.
               03 JON-L-FS PIC XX.
               03 JON-R-DSN PIC X(100) VALUE SPACES.
               03 JON-R-READ-DSN PIC X(100) VALUE SPACES.
               03 JON-R-FS PIC XX.
               03 JON-UNL-DSN PIC X(100) VALUE "JOINUNL.DAT".
               03 JON-UNL-FS PIC XX.
               03 JON-UNR-DSN PIC X(100) VALUE "JOINUNR.DAT".
               03 JON-UNR-FS PIC XX.
               03 JON-BATCH-RC PIC S9(4) VALUE 0.
               03 JON-OUT-ERR-SW PIC 9 VALUE 0.
               03 JON-T1 PIC X(100).
               03 JON-T2 PIC X(100).
               03 JON-T3 PIC X(20).
               03 JON-T4 PIC X(20).
               03 JON-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 JON-PT BINARY-LONG SIGNED VALUE 1.
               03 JON-RPT-LINE PIC X(200).
               03 JON-VAL-Z PIC Z(8)9.
               03 JON-CTL-BAD-SW PIC 9 VALUE 0.
                   88 JON-CTL-BAD VALUE 1.
      *>   The join rule: each side's key columns, the join type
      *>   (I inner, L left outer, F full outer), and the output
      *>   field list — side L, R or K (the key) with its columns.
      *>   JON-OUT-WIDTH is the built record's width so far; a list
      *>   past the 500-byte output record is refused.
           01 JON-RULE-WK.
               03 JON-L-POS BINARY-LONG SIGNED VALUE 0.
               03 JON-L-LEN BINARY-LONG SIGNED VALUE 0.
               03 JON-R-POS BINARY-LONG SIGNED VALUE 0.
               03 JON-R-LEN BINARY-LONG SIGNED VALUE 0.
               03 JON-TYPE PIC X VALUE "I".
                   88 JON-INNER VALUE "I".
                   88 JON-LEFT-OUTER VALUE "L".
                   88 JON-FULL-OUTER VALUE "F".
               03 JON-OUT-WIDTH BINARY-LONG SIGNED VALUE 0.
               03 JON-FLD-CNT BINARY-LONG SIGNED VALUE 0.
               03 JON-F BINARY-LONG SIGNED VALUE 0.
               03 JON-FLD-TAB.
                   05 JON-FLD OCCURS 50 TIMES.
                       07 JON-FLD-SIDE PIC X.
                       07 JON-FLD-POS BINARY-LONG SIGNED.
                       07 JON-FLD-LEN BINARY-LONG SIGNED.
      *>   Per-side state: the record in hand and its key, the key
      *>   before it for the order check, and the side's counts.
      *>   JON-x-SORTED-SW says EXTSORT had to order the side first.
           01 JON-SIDE-WK.
               03 JON-L-EOF-SW PIC 9 VALUE 0.
                   88 JON-L-EOF VALUE 1.
               03 JON-R-EOF-SW PIC 9 VALUE 0.
                   88 JON-R-EOF VALUE 1.
               03 JON-L-KEY PIC X(40).
               03 JON-R-KEY PIC X(40).
               03 JON-PREV-KEY PIC X(40).
               03 JON-GRP-KEY PIC X(40).
               03 JON-ORDER-SW PIC 9 VALUE 0.
                   88 JON-IN-ORDER VALUE 0.
               03 JON-L-SORTED-SW PIC 9 VALUE 0.
               03 JON-R-SORTED-SW PIC 9 VALUE 0.
               03 JON-L-READ BINARY-LONG UNSIGNED VALUE 0.
               03 JON-R-READ BINARY-LONG UNSIGNED VALUE 0.
               03 JON-L-MATCHED BINARY-LONG UNSIGNED VALUE 0.
               03 JON-R-MATCHED BINARY-LONG UNSIGNED VALUE 0.
               03 JON-L-UNMATCHED BINARY-LONG UNSIGNED VALUE 0.
               03 JON-R-UNMATCHED BINARY-LONG UNSIGNED VALUE 0.
               03 JON-KEYS-MATCHED BINARY-LONG UNSIGNED VALUE 0.
               03 JON-JOINED BINARY-LONG UNSIGNED VALUE 0.
               03 JON-OUT-COUNT BINARY-LONG UNSIGNED VALUE 0.
      *>   The two records a joined record is built from, apart
      *>   from the file records so the read-ahead on each side is
      *>   left alone.
               03 JON-BLD-L PIC X(250).
               03 JON-BLD-R PIC X(250).
      *>   EXTSORT work: the sorted work datasets, the one-line
      *>   control member written for each CALL, and the caller's
      *>   BATCH-PARM held across it, as STATUTIL's GROUPBY does.
           01 JON-SORT-WK.
               03 JON-L-SRT-DSN PIC X(100) VALUE "JOINL.SRT".
               03 JON-R-SRT-DSN PIC X(100) VALUE "JOINR.SRT".
               03 JON-SCTL-DSN PIC X(100) VALUE "JOINSRT.CTL".
               03 JON-SCTL-FS PIC XX.
               03 JON-PARM-HOLD PIC X(300).
               03 JON-SORT-RC PIC S9(4) VALUE 0.
               03 JON-SORT-IN PIC X(100).
               03 JON-SORT-OUT PIC X(100).
               03 JON-SORT-POS BINARY-LONG SIGNED VALUE 0.
               03 JON-SORT-LEN BINARY-LONG SIGNED VALUE 0.
               03 JON-POS-Z PIC ZZ9.
               03 JON-LEN-Z PIC Z9.
      *>   One key's right-side records, held while every left
      *>   record of the key is joined to each of them. JON-GRP-MAX
      *>   mirrors the OCCURS ceiling; a key repeated more often
      *>   than that on the right fails the step rather than
      *>   joining part of the group.
           01 JON-GRP-WK.
               03 JON-GRP-MAX BINARY-LONG SIGNED VALUE 10000.
               03 JON-GRP-CNT BINARY-LONG SIGNED VALUE 0.
               03 JON-G BINARY-LONG SIGNED VALUE 0.
               03 JON-GRP-TAB.
                   05 JON-GRP-REC OCCURS 10000 TIMES PIC X(250).
       PROCEDURE DIVISION.
      *>   JON-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite: load the control member, check each side's
      *>   key order (sorting a side through EXTSORT when it is
      *>   out of order), then match-merge the two. RETURN-CODE is
      *>   0 when every record found a partner, 4 when any went to
      *>   an unmatched dataset, and 8 when the run was refused or
      *>   a dataset failed. It ends in GOBACK rather than STOP RUN
      *>   so a CALLer gets control back; run standalone, GOBACK
      *>   with no caller ends the run unit all the same.
       JON-RUN SECTION.
           PERFORM JON-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO JON-BATCH-RC.
           MOVE 0 TO JON-OUT-ERR-SW.
           MOVE 0 TO JON-L-READ.
           MOVE 0 TO JON-R-READ.
           MOVE 0 TO JON-L-MATCHED.
           MOVE 0 TO JON-R-MATCHED.
           MOVE 0 TO JON-L-UNMATCHED.
           MOVE 0 TO JON-R-UNMATCHED.
           MOVE 0 TO JON-KEYS-MATCHED.
           MOVE 0 TO JON-JOINED.
           MOVE 0 TO JON-OUT-COUNT.
           MOVE 0 TO JON-L-SORTED-SW.
           MOVE 0 TO JON-R-SORTED-SW.
           PERFORM JON-CTL-LOAD.
           IF JON-BATCH-RC = 0
               PERFORM JON-ORDER-PREPARE
           END-IF.
           IF JON-BATCH-RC = 0
               PERFORM JON-OUTPUTS-OPEN
           END-IF.
           IF JON-BATCH-RC = 0
               PERFORM JON-MERGE
               PERFORM JON-REPORT-WRITE
               CLOSE JON-OUT-FILE
               CLOSE JON-UNL-FILE
               CLOSE JON-UNR-FILE
               CLOSE JON-RPT-FILE
               IF JON-OUT-ERR-SW = 1
                   MOVE 8 TO JON-BATCH-RC
               END-IF
               IF JON-BATCH-RC = 0
                       AND (JON-L-UNMATCHED > 0 OR JON-R-UNMATCHED > 0)
                   MOVE 4 TO JON-BATCH-RC
               END-IF
           END-IF.
           MOVE JON-BATCH-RC TO RETURN-CODE.
           MOVE "JONJOB01" TO JA-JOB-ID.
           MOVE JON-CTL-DSN TO JA-INPUT-DSN.
           MOVE JON-OUT-COUNT TO JA-RECORD-COUNT.
           MOVE JON-OUT-COUNT TO BATCH-PARM-RECORDS.
           MOVE "Y" TO BATCH-PARM-FLOW-SET.
           COMPUTE BATCH-PARM-IN-RECORDS = JON-L-READ + JON-R-READ.
           MOVE JON-OUT-COUNT TO BATCH-PARM-OUT-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   JON-CTL-LOAD reads the control member. No member, a
      *>   record it cannot read, a missing side, key lengths that
      *>   differ, or a field list too wide refuses the run with
      *>   RC 8 before anything is opened.
       JON-CTL-LOAD SECTION.
           MOVE 0 TO JON-CTL-BAD-SW.
           MOVE SPACES TO JON-L-DSN.
           MOVE SPACES TO JON-R-DSN.
           MOVE "JOINUNL.DAT" TO JON-UNL-DSN.
           MOVE "JOINUNR.DAT" TO JON-UNR-DSN.
           MOVE "I" TO JON-TYPE.
           MOVE 0 TO JON-FLD-CNT.
           MOVE 0 TO JON-OUT-WIDTH.
           OPEN INPUT JON-CTL-FILE.
           IF JON-CTL-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT OPEN CONTROL DSN="
                   FUNCTION TRIM(JON-CTL-DSN)
                   " FS=" JON-CTL-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL JON-CTL-FS NOT = "00" OR JON-CTL-BAD
               READ JON-CTL-FILE
                   AT END
                       MOVE "10" TO JON-CTL-FS
                   NOT AT END
                       PERFORM JON-CTL-RECORD
               END-READ
           END-PERFORM.
           CLOSE JON-CTL-FILE.
           IF JON-CTL-BAD
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: BAD CONTROL RECORD "
                   FUNCTION TRIM(JON-CTL-REC)
               EXIT SECTION
           END-IF.
           IF JON-L-DSN = SPACES OR JON-R-DSN = SPACES
                   OR JON-L-LEN NOT = JON-R-LEN
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: CONTROL NEEDS LEFT AND RIGHT WITH "
                   "EQUAL KEY LENGTHS, DSN="
                   FUNCTION TRIM(JON-CTL-DSN)
               EXIT SECTION
           END-IF.
           IF JON-FLD-CNT = 0
               MOVE 2 TO JON-FLD-CNT
               MOVE "L" TO JON-FLD-SIDE(1)
               MOVE 1 TO JON-FLD-POS(1)
               MOVE 250 TO JON-FLD-LEN(1)
               MOVE "R" TO JON-FLD-SIDE(2)
               MOVE 1 TO JON-FLD-POS(2)
               MOVE 250 TO JON-FLD-LEN(2)
           END-IF.
           PERFORM VARYING JON-F FROM 1 BY 1
                   UNTIL JON-F > JON-FLD-CNT
               IF JON-FLD-SIDE(JON-F) = "K"
                   MOVE JON-L-LEN TO JON-FLD-LEN(JON-F)
               END-IF
               ADD JON-FLD-LEN(JON-F) TO JON-OUT-WIDTH
           END-PERFORM.
           IF JON-OUT-WIDTH > 500
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: FIELD LIST WIDER THAN 500, DSN="
                   FUNCTION TRIM(JON-CTL-DSN)
           END-IF.
       EXIT SECTION.
       JON-CTL-RECORD SECTION.
           IF JON-CTL-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO JON-T1.
           MOVE SPACES TO JON-T2.
           MOVE SPACES TO JON-T3.
           MOVE SPACES TO JON-T4.
           MOVE 0 TO JON-TALLY.
           UNSTRING JON-CTL-REC DELIMITED BY ALL SPACE
               INTO JON-T1 JON-T2 JON-T3 JON-T4
               TALLYING IN JON-TALLY
           END-UNSTRING.
           EVALUATE TRUE
               WHEN (JON-T1 = "LEFT" OR JON-T1 = "RIGHT")
                       AND JON-TALLY = 4
                   IF FUNCTION TEST-NUMVAL(JON-T3) NOT = 0
                           OR FUNCTION TEST-NUMVAL(JON-T4) NOT = 0
                       MOVE 1 TO JON-CTL-BAD-SW
                       EXIT SECTION
                   END-IF
                   COMPUTE JON-SORT-POS = FUNCTION NUMVAL(JON-T3)
                   COMPUTE JON-SORT-LEN = FUNCTION NUMVAL(JON-T4)
                   IF JON-SORT-POS < 1 OR JON-SORT-LEN < 1
                           OR JON-SORT-LEN > 40
                           OR JON-SORT-POS + JON-SORT-LEN - 1 > 250
                       MOVE 1 TO JON-CTL-BAD-SW
                       EXIT SECTION
                   END-IF
                   IF JON-T1 = "LEFT"
                       MOVE JON-T2 TO JON-L-DSN
                       MOVE JON-SORT-POS TO JON-L-POS
                       MOVE JON-SORT-LEN TO JON-L-LEN
                   ELSE
                       MOVE JON-T2 TO JON-R-DSN
                       MOVE JON-SORT-POS TO JON-R-POS
                       MOVE JON-SORT-LEN TO JON-R-LEN
                   END-IF
               WHEN JON-T1 = "JOIN" AND JON-TALLY = 2
                   EVALUATE JON-T2
                       WHEN "INNER"
                           MOVE "I" TO JON-TYPE
                       WHEN "LEFT"
                           MOVE "L" TO JON-TYPE
                       WHEN "FULL"
                           MOVE "F" TO JON-TYPE
                       WHEN OTHER
                           MOVE 1 TO JON-CTL-BAD-SW
                   END-EVALUATE
               WHEN JON-T1 = "FIELD" AND JON-TALLY = 2
                       AND JON-T2 = "KEY"
                   IF JON-FLD-CNT >= 50
                       MOVE 1 TO JON-CTL-BAD-SW
                       EXIT SECTION
                   END-IF
                   ADD 1 TO JON-FLD-CNT
                   MOVE "K" TO JON-FLD-SIDE(JON-FLD-CNT)
                   MOVE 1 TO JON-FLD-POS(JON-FLD-CNT)
                   MOVE 0 TO JON-FLD-LEN(JON-FLD-CNT)
               WHEN JON-T1 = "FIELD" AND JON-TALLY = 4
                       AND (JON-T2 = "L" OR JON-T2 = "R")
                   IF JON-FLD-CNT >= 50
                           OR FUNCTION TEST-NUMVAL(JON-T3) NOT = 0
                           OR FUNCTION TEST-NUMVAL(JON-T4) NOT = 0
                       MOVE 1 TO JON-CTL-BAD-SW
                       EXIT SECTION
                   END-IF
                   COMPUTE JON-SORT-POS = FUNCTION NUMVAL(JON-T3)
                   COMPUTE JON-SORT-LEN = FUNCTION NUMVAL(JON-T4)
                   IF JON-SORT-POS < 1 OR JON-SORT-LEN < 1
                           OR JON-SORT-POS + JON-SORT-LEN - 1 > 250
                       MOVE 1 TO JON-CTL-BAD-SW
                       EXIT SECTION
                   END-IF
                   ADD 1 TO JON-FLD-CNT
                   MOVE JON-T2 TO JON-FLD-SIDE(JON-FLD-CNT)
                   MOVE JON-SORT-POS TO JON-FLD-POS(JON-FLD-CNT)
                   MOVE JON-SORT-LEN TO JON-FLD-LEN(JON-FLD-CNT)
               WHEN JON-T1 = "UNMATCHED" AND JON-TALLY = 3
                       AND JON-T2 = "L"
                   MOVE JON-T3 TO JON-UNL-DSN
               WHEN JON-T1 = "UNMATCHED" AND JON-TALLY = 3
                       AND JON-T2 = "R"
                   MOVE JON-T3 TO JON-UNR-DSN
               WHEN OTHER
                   MOVE 1 TO JON-CTL-BAD-SW
           END-EVALUATE.
       EXIT SECTION.
      *>   JON-ORDER-PREPARE reads each side once to see whether it
      *>   is already in ascending key order; a side that is goes
      *>   straight to the merge, one that is not is sorted into
      *>   its work dataset by EXTSORT and merged from there. An
      *>   unreadable side fails the step here.
       JON-ORDER-PREPARE SECTION.
           MOVE JON-L-DSN TO JON-L-READ-DSN.
           OPEN INPUT JON-L-FILE.
           IF JON-L-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT OPEN LEFT DSN="
                   FUNCTION TRIM(JON-L-DSN)
                   " FS=" JON-L-FS
               EXIT SECTION
           END-IF.
           MOVE 0 TO JON-ORDER-SW.
           MOVE LOW-VALUES TO JON-PREV-KEY.
           PERFORM UNTIL JON-L-FS NOT = "00"
               READ JON-L-FILE
                   AT END
                       MOVE "10" TO JON-L-FS
                   NOT AT END
                       ADD 1 TO JON-L-READ
                       MOVE SPACES TO JON-L-KEY
                       MOVE JON-L-REC(JON-L-POS:JON-L-LEN)
                           TO JON-L-KEY
                       IF JON-L-KEY < JON-PREV-KEY
                           MOVE 1 TO JON-ORDER-SW
                       END-IF
                       MOVE JON-L-KEY TO JON-PREV-KEY
               END-READ
           END-PERFORM.
           CLOSE JON-L-FILE.
           IF NOT JON-IN-ORDER
               MOVE JON-L-DSN TO JON-SORT-IN
               MOVE JON-L-SRT-DSN TO JON-SORT-OUT
               MOVE JON-L-POS TO JON-SORT-POS
               MOVE JON-L-LEN TO JON-SORT-LEN
               PERFORM JON-SIDE-SORT
               IF JON-BATCH-RC NOT = 0
                   EXIT SECTION
               END-IF
               MOVE 1 TO JON-L-SORTED-SW
               MOVE JON-L-SRT-DSN TO JON-L-READ-DSN
           END-IF.
           MOVE JON-R-DSN TO JON-R-READ-DSN.
           OPEN INPUT JON-R-FILE.
           IF JON-R-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT OPEN RIGHT DSN="
                   FUNCTION TRIM(JON-R-DSN)
                   " FS=" JON-R-FS
               EXIT SECTION
           END-IF.
           MOVE 0 TO JON-ORDER-SW.
           MOVE LOW-VALUES TO JON-PREV-KEY.
           PERFORM UNTIL JON-R-FS NOT = "00"
               READ JON-R-FILE
                   AT END
                       MOVE "10" TO JON-R-FS
                   NOT AT END
                       ADD 1 TO JON-R-READ
                       MOVE SPACES TO JON-R-KEY
                       MOVE JON-R-REC(JON-R-POS:JON-R-LEN)
                           TO JON-R-KEY
                       IF JON-R-KEY < JON-PREV-KEY
                           MOVE 1 TO JON-ORDER-SW
                       END-IF
                       MOVE JON-R-KEY TO JON-PREV-KEY
               END-READ
           END-PERFORM.
           CLOSE JON-R-FILE.
           IF NOT JON-IN-ORDER
               MOVE JON-R-DSN TO JON-SORT-IN
               MOVE JON-R-SRT-DSN TO JON-SORT-OUT
               MOVE JON-R-POS TO JON-SORT-POS
               MOVE JON-R-LEN TO JON-SORT-LEN
               PERFORM JON-SIDE-SORT
               IF JON-BATCH-RC NOT = 0
                   EXIT SECTION
               END-IF
               MOVE 1 TO JON-R-SORTED-SW
               MOVE JON-R-SRT-DSN TO JON-R-READ-DSN
           END-IF.
       EXIT SECTION.
      *>   JON-SIDE-SORT writes EXTSORT's one-line control member
      *>   for the side's key and CALLs it through BATCH-PARM as
      *>   BATCHSUITE would, holding this step's own block across
      *>   the CALL as STATUTIL's STA-GROUP-SORT does.
       JON-SIDE-SORT SECTION.
           OPEN OUTPUT JON-SCTL-FILE.
           IF JON-SCTL-FS = "00"
               MOVE JON-SORT-POS TO JON-POS-Z
               MOVE JON-SORT-LEN TO JON-LEN-Z
               MOVE SPACES TO JON-SCTL-REC
               STRING "KEY " DELIMITED BY SIZE
                   FUNCTION TRIM(JON-POS-Z) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(JON-LEN-Z) DELIMITED BY SIZE
                   " A" DELIMITED BY SIZE
                   INTO JON-SCTL-REC
               END-STRING
               WRITE JON-SCTL-REC
           END-IF.
           IF JON-SCTL-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT WRITE SORT CONTROL DSN="
                   FUNCTION TRIM(JON-SCTL-DSN)
                   " FS=" JON-SCTL-FS
           END-IF.
           CLOSE JON-SCTL-FILE.
           IF JON-BATCH-RC NOT = 0
               EXIT SECTION
           END-IF.
           MOVE BATCH-PARM TO JON-PARM-HOLD.
           MOVE "Y" TO BATCH-PARM-SET.
           MOVE JON-SORT-IN TO BATCH-PARM-INPUT-DSN.
           MOVE JON-SORT-OUT TO BATCH-PARM-OUTPUT-DSN.
           MOVE JON-SCTL-DSN TO BATCH-PARM-TEXT.
           CALL "EXTSORT".
           MOVE RETURN-CODE TO JON-SORT-RC.
           MOVE JON-PARM-HOLD TO BATCH-PARM.
           IF JON-SORT-RC NOT = 0
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: EXTSORT FAILED, RC=" JON-SORT-RC
                   " DSN=" FUNCTION TRIM(JON-SORT-IN)
           END-IF.
       EXIT SECTION.
       JON-OUTPUTS-OPEN SECTION.
           OPEN OUTPUT JON-OUT-FILE.
           IF JON-OUT-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(JON-OUT-DSN)
                   " FS=" JON-OUT-FS
               EXIT SECTION
           END-IF.
           OPEN OUTPUT JON-UNL-FILE.
           IF JON-UNL-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(JON-UNL-DSN)
                   " FS=" JON-UNL-FS
               CLOSE JON-OUT-FILE
               EXIT SECTION
           END-IF.
           OPEN OUTPUT JON-UNR-FILE.
           IF JON-UNR-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(JON-UNR-DSN)
                   " FS=" JON-UNR-FS
               CLOSE JON-OUT-FILE
               CLOSE JON-UNL-FILE
               EXIT SECTION
           END-IF.
           OPEN OUTPUT JON-RPT-FILE.
           IF JON-RPT-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(JON-RPT-DSN)
                   " FS=" JON-RPT-FS
               CLOSE JON-OUT-FILE
               CLOSE JON-UNL-FILE
               CLOSE JON-UNR-FILE
           END-IF.
       EXIT SECTION.
      *>   JON-MERGE walks the two ordered sides together. The lower
      *>   key is unmatched on its side; on equal keys every right
      *>   record of the key is held, then each left record of the
      *>   key is joined to each held one. The sides were counted
      *>   on the order pass, so only matches are counted here.
       JON-MERGE SECTION.
           MOVE 0 TO JON-L-EOF-SW.
           MOVE 0 TO JON-R-EOF-SW.
           OPEN INPUT JON-L-FILE.
           OPEN INPUT JON-R-FILE.
           IF JON-L-FS NOT = "00" OR JON-R-FS NOT = "00"
               MOVE 8 TO JON-BATCH-RC
               DISPLAY "JOINUTIL: COULD NOT REOPEN INPUTS, LEFT FS="
                   JON-L-FS " RIGHT FS=" JON-R-FS
               CLOSE JON-L-FILE
               CLOSE JON-R-FILE
               EXIT SECTION
           END-IF.
           PERFORM JON-L-NEXT.
           PERFORM JON-R-NEXT.
           PERFORM UNTIL JON-L-EOF AND JON-R-EOF
               EVALUATE TRUE
                   WHEN JON-R-EOF
                       PERFORM JON-L-UNMATCHED-WRITE
                       PERFORM JON-L-NEXT
                   WHEN JON-L-EOF
                       PERFORM JON-R-UNMATCHED-WRITE
                       PERFORM JON-R-NEXT
                   WHEN JON-L-KEY < JON-R-KEY
                       PERFORM JON-L-UNMATCHED-WRITE
                       PERFORM JON-L-NEXT
                   WHEN JON-R-KEY < JON-L-KEY
                       PERFORM JON-R-UNMATCHED-WRITE
                       PERFORM JON-R-NEXT
                   WHEN OTHER
                       PERFORM JON-GROUP-JOIN
               END-EVALUATE
               IF JON-BATCH-RC = 8
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE JON-L-FILE.
           CLOSE JON-R-FILE.
       EXIT SECTION.
       JON-GROUP-JOIN SECTION.
           MOVE JON-L-KEY TO JON-GRP-KEY.
           MOVE 0 TO JON-GRP-CNT.
           PERFORM UNTIL JON-R-EOF OR JON-R-KEY NOT = JON-GRP-KEY
               IF JON-GRP-CNT >= JON-GRP-MAX
                   MOVE 8 TO JON-BATCH-RC
                   DISPLAY "JOINUTIL: RIGHT KEY GROUP OVER "
                       JON-GRP-MAX " RECORDS, KEY="
                       JON-GRP-KEY
                   EXIT SECTION
               END-IF
               ADD 1 TO JON-GRP-CNT
               MOVE JON-R-REC TO JON-GRP-REC(JON-GRP-CNT)
               PERFORM JON-R-NEXT
           END-PERFORM.
           ADD 1 TO JON-KEYS-MATCHED.
           ADD JON-GRP-CNT TO JON-R-MATCHED.
           PERFORM UNTIL JON-L-EOF OR JON-L-KEY NOT = JON-GRP-KEY
               ADD 1 TO JON-L-MATCHED
               PERFORM VARYING JON-G FROM 1 BY 1
                       UNTIL JON-G > JON-GRP-CNT
                   MOVE JON-L-REC TO JON-BLD-L
                   MOVE JON-GRP-REC(JON-G) TO JON-BLD-R
                   PERFORM JON-OUT-BUILD
                   ADD 1 TO JON-JOINED
               END-PERFORM
               PERFORM JON-L-NEXT
           END-PERFORM.
       EXIT SECTION.
       JON-L-NEXT SECTION.
           READ JON-L-FILE
               AT END
                   MOVE 1 TO JON-L-EOF-SW
                   MOVE HIGH-VALUES TO JON-L-KEY
               NOT AT END
                   MOVE SPACES TO JON-L-KEY
                   MOVE JON-L-REC(JON-L-POS:JON-L-LEN) TO JON-L-KEY
           END-READ.
       EXIT SECTION.
       JON-R-NEXT SECTION.
           READ JON-R-FILE
               AT END
                   MOVE 1 TO JON-R-EOF-SW
                   MOVE HIGH-VALUES TO JON-R-KEY
               NOT AT END
                   MOVE SPACES TO JON-R-KEY
                   MOVE JON-R-REC(JON-R-POS:JON-R-LEN) TO JON-R-KEY
           END-READ.
       EXIT SECTION.
      *>   An unmatched left record always goes to the left
      *>   unmatched dataset, and into the join itself for a LEFT
      *>   or FULL join with the right side's fields blank; an
      *>   unmatched right record likewise, for a FULL join only.
       JON-L-UNMATCHED-WRITE SECTION.
           ADD 1 TO JON-L-UNMATCHED.
           WRITE JON-UNL-REC FROM JON-L-REC.
           IF JON-UNL-FS NOT = "00" AND JON-OUT-ERR-SW = 0
               MOVE 1 TO JON-OUT-ERR-SW
               DISPLAY "JOINUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(JON-UNL-DSN)
                   " FS=" JON-UNL-FS
           END-IF.
           IF JON-LEFT-OUTER OR JON-FULL-OUTER
               MOVE JON-L-KEY TO JON-GRP-KEY
               MOVE JON-L-REC TO JON-BLD-L
               MOVE SPACES TO JON-BLD-R
               PERFORM JON-OUT-BUILD
           END-IF.
       EXIT SECTION.
       JON-R-UNMATCHED-WRITE SECTION.
           ADD 1 TO JON-R-UNMATCHED.
           WRITE JON-UNR-REC FROM JON-R-REC.
           IF JON-UNR-FS NOT = "00" AND JON-OUT-ERR-SW = 0
               MOVE 1 TO JON-OUT-ERR-SW
               DISPLAY "JOINUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(JON-UNR-DSN)
                   " FS=" JON-UNR-FS
           END-IF.
           IF JON-FULL-OUTER
               MOVE JON-R-KEY TO JON-GRP-KEY
               MOVE SPACES TO JON-BLD-L
               MOVE JON-R-REC TO JON-BLD-R
               PERFORM JON-OUT-BUILD
           END-IF.
       EXIT SECTION.
      *>   JON-OUT-BUILD lays the field list out from JON-BLD-L and
      *>   JON-BLD-R end to end, the key from JON-GRP-KEY, and
      *>   writes the joined record.
       JON-OUT-BUILD SECTION.
           MOVE 1 TO JON-PT.
           MOVE SPACES TO JON-OUT-REC.
           PERFORM VARYING JON-F FROM 1 BY 1
                   UNTIL JON-F > JON-FLD-CNT
               EVALUATE JON-FLD-SIDE(JON-F)
                   WHEN "L"
                       MOVE JON-BLD-L(JON-FLD-POS(JON-F):
                           JON-FLD-LEN(JON-F))
                           TO JON-OUT-REC(JON-PT:JON-FLD-LEN(JON-F))
                   WHEN "R"
                       MOVE JON-BLD-R(JON-FLD-POS(JON-F):
                           JON-FLD-LEN(JON-F))
                           TO JON-OUT-REC(JON-PT:JON-FLD-LEN(JON-F))
                   WHEN OTHER
                       MOVE JON-GRP-KEY(1:JON-FLD-LEN(JON-F))
                           TO JON-OUT-REC(JON-PT:JON-FLD-LEN(JON-F))
               END-EVALUATE
               ADD JON-FLD-LEN(JON-F) TO JON-PT
           END-PERFORM.
           WRITE JON-OUT-REC.
           IF JON-OUT-FS NOT = "00" AND JON-OUT-ERR-SW = 0
               MOVE 1 TO JON-OUT-ERR-SW
               DISPLAY "JOINUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(JON-OUT-DSN)
                   " FS=" JON-OUT-FS
           END-IF.
           ADD 1 TO JON-OUT-COUNT.
       EXIT SECTION.
      *>   JON-REPORT-WRITE gives one line per side — read, joined,
      *>   unmatched, and whether EXTSORT had to order it — and a
      *>   JOIN totals line.
       JON-REPORT-WRITE SECTION.
           MOVE SPACES TO JON-RPT-LINE.
           MOVE 1 TO JON-PT.
           STRING "JOIN TYPE=" DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           EVALUATE TRUE
               WHEN JON-INNER
                   STRING "INNER" DELIMITED BY SIZE
                       INTO JON-RPT-LINE WITH POINTER JON-PT
                   END-STRING
               WHEN JON-LEFT-OUTER
                   STRING "LEFT" DELIMITED BY SIZE
                       INTO JON-RPT-LINE WITH POINTER JON-PT
                   END-STRING
               WHEN OTHER
                   STRING "FULL" DELIMITED BY SIZE
                       INTO JON-RPT-LINE WITH POINTER JON-PT
                   END-STRING
           END-EVALUATE.
           STRING " CONTROL=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-CTL-DSN) DELIMITED BY SIZE
               " OUTPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-OUT-DSN) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           PERFORM JON-RPT-WRITE.
           MOVE SPACES TO JON-RPT-LINE.
           MOVE 1 TO JON-PT.
           STRING "SIDE=LEFT DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-L-DSN) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-L-SORTED-SW TO JON-ORDER-SW.
           MOVE JON-L-READ TO JON-VAL-Z.
           PERFORM JON-SIDE-ORDER-PUT.
           MOVE JON-L-MATCHED TO JON-VAL-Z.
           STRING " MATCHED=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-L-UNMATCHED TO JON-VAL-Z.
           STRING " UNMATCHED=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               " UNMATCHED-DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-UNL-DSN) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           PERFORM JON-RPT-WRITE.
           MOVE SPACES TO JON-RPT-LINE.
           MOVE 1 TO JON-PT.
           STRING "SIDE=RIGHT DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-R-DSN) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-R-SORTED-SW TO JON-ORDER-SW.
           MOVE JON-R-READ TO JON-VAL-Z.
           PERFORM JON-SIDE-ORDER-PUT.
           MOVE JON-R-MATCHED TO JON-VAL-Z.
           STRING " MATCHED=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-R-UNMATCHED TO JON-VAL-Z.
           STRING " UNMATCHED=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               " UNMATCHED-DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-UNR-DSN) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           PERFORM JON-RPT-WRITE.
           MOVE SPACES TO JON-RPT-LINE.
           MOVE 1 TO JON-PT.
           MOVE JON-KEYS-MATCHED TO JON-VAL-Z.
           STRING "JOIN MATCHED-KEYS=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-JOINED TO JON-VAL-Z.
           STRING " JOINED=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-L-UNMATCHED TO JON-VAL-Z.
           STRING " UNMATCHED-LEFT=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-R-UNMATCHED TO JON-VAL-Z.
           STRING " UNMATCHED-RIGHT=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           MOVE JON-OUT-COUNT TO JON-VAL-Z.
           STRING " WRITTEN=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           PERFORM JON-RPT-WRITE.
       EXIT SECTION.
       JON-SIDE-ORDER-PUT SECTION.
           STRING " READ=" DELIMITED BY SIZE
               FUNCTION TRIM(JON-VAL-Z) DELIMITED BY SIZE
               INTO JON-RPT-LINE
               WITH POINTER JON-PT
           END-STRING.
           IF JON-ORDER-SW = 1
               STRING " ORDER=EXTSORT" DELIMITED BY SIZE
                   INTO JON-RPT-LINE
                   WITH POINTER JON-PT
               END-STRING
           ELSE
               STRING " ORDER=INPUT" DELIMITED BY SIZE
                   INTO JON-RPT-LINE
                   WITH POINTER JON-PT
               END-STRING
           END-IF.
       EXIT SECTION.
       JON-RPT-WRITE SECTION.
           WRITE JON-RPT-REC FROM JON-RPT-LINE.
           IF JON-RPT-FS NOT = "00" AND JON-OUT-ERR-SW = 0
               MOVE 1 TO JON-OUT-ERR-SW
               DISPLAY "JOINUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(JON-RPT-DSN)
                   " FS=" JON-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   JON-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step: the
      *>   control member, the joined output, and the report
      *>   dataset in the parameter field (a field left blank or
      *>   staged as "*" keeps the default).
       JON-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO JON-CTL-DSN
               ELSE
                   MOVE "JOINCTL.DAT" TO JON-CTL-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO JON-OUT-DSN
               ELSE
                   MOVE "JOINOUT.DAT" TO JON-OUT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO JON-RPT-DSN
               ELSE
                   MOVE "JOINRPT.DAT" TO JON-RPT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
       END PROGRAM JOINUTIL.
