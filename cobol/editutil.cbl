      *>   record against the rule record in EDIT-RULE-FILE, writes
      *>   the records that pass to EDIT-CLEAN-FILE (the dataset
      *>   the calculation step then reads), writes each reject to
      *>   EDIT-REJECT-FILE with its reason (in the shared
      *>   REJREC.cpy layout), and comes back RC 4 when anything
      *>   was rejected — garbage stopped at the door.
           SELECT EDIT-IN-FILE ASSIGN TO DYNAMIC EDIT-IN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDIT-IN-FS.
      *>       LOOKUP f dsn      (field f must appear in the named
      *>                          reference dataset of permitted
      *>                          values, one per record)
      *>       REPAIR kind f ... (a correction to try on field f when
      *>                          a check fails on it — see
      *>                          EDIT-RP-WK)
           SELECT EDIT-RULE-FILE ASSIGN TO DYNAMIC EDIT-RULE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDIT-RULE-FS.
           SELECT EDIT-LKP-FILE ASSIGN TO DYNAMIC EDIT-LKP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDIT-LKP-FS.
      *>   EDIT-CORR-FILE is the correction trail: one record per
      *>   field a REPAIR rule changed on a record that then passed.
           SELECT EDIT-CORR-FILE ASSIGN TO DYNAMIC EDIT-CORR-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDIT-CORR-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 EDIT-RULE-REC PIC X(132).
           FD EDIT-LKP-FILE.
               01 EDIT-LKP-REC PIC X(40).
           FD EDIT-CORR-FILE.
               01 EDIT-CORR-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 EDIT-WK.
               03 EDIT-IN-DSN PIC X(100) VALUE "EDITIN.DAT".
               03 EDIT-IN-FS PIC XX.
               03 EDIT-NUM FLOAT-LONG VALUE 0.
               03 EDIT-REASON PIC X(30).
               03 EDIT-VAL-Z PIC Z(8)9.
               03 EDIT-F-TAB.
                   05 EDIT-F OCCURS 16 TIMES PIC X(40).
               03 EDIT-F-CNT BINARY-LONG UNSIGNED VALUE 0.
                       07 EDIT-LKP-COUNT BINARY-LONG SIGNED.
               03 EDIT-LKP-VALS.
                   05 EDIT-LKP-VAL OCCURS 10000 TIMES PIC X(40).
      *>   Repair rules: a field check that fails need not cost the
      *>   record when the fault is mechanical. Each REPAIR rule
      *>   names a field and a correction — ZEROS strips leading
      *>   zeros, SIGN folds a stray, doubled or trailing sign into
      *>   one leading minus, ALIAS maps a known alias to its
      *>   canonical code from a two-column reference dataset
      *>   ("alias canonical"), CLAMP pulls a number back inside
      *>   [min, max] (the FIELDS rule's range unless the rule
      *>   gives its own). When a check fails on a field, that
      *>   field's repairs are tried in rule order, each at most
      *>   once per record, and the whole record is checked again
      *>   after every one that changed something. A record that
      *>   then passes goes to the clean file rebuilt from its
      *>   corrected fields, each change to the correction trail;
      *>   one that still fails is rejected as it arrived.
           01 EDIT-RP-WK.
               03 EDIT-CORR-DSN PIC X(100) VALUE "EDITCORR.DAT".
               03 EDIT-CORR-FS PIC XX.
               03 EDIT-CORR-ERR-SW PIC 9 VALUE 0.
               03 EDIT-CORR-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 EDIT-CLEAN-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 EDIT-FAIL-FIELD BINARY-LONG SIGNED VALUE 0.
               03 EDIT-MIN-TXT PIC X(20).
               03 EDIT-MAX-TXT PIC X(20).
               03 EDIT-RP-MAX BINARY-LONG SIGNED VALUE 20.
               03 EDIT-RP-CNT BINARY-LONG SIGNED VALUE 0.
               03 EDIT-RP-K BINARY-LONG SIGNED VALUE 0.
               03 EDIT-RP-J BINARY-LONG SIGNED VALUE 0.
               03 EDIT-RP-N BINARY-LONG SIGNED VALUE 0.
               03 EDIT-RP-DONE-SW PIC 9 VALUE 0.
               03 EDIT-RP-NEG BINARY-LONG SIGNED VALUE 0.
               03 EDIT-RP-LEAD-SW PIC 9 VALUE 0.
               03 EDIT-RP-CH PIC X.
               03 EDIT-RP-OLD PIC X(40).
               03 EDIT-RP-NEW PIC X(40).
               03 EDIT-RP-LINE PIC X(250).
               03 EDIT-RP-PT BINARY-LONG SIGNED VALUE 1.
               03 EDIT-RP-T PIC X(12) OCCURS 5 TIMES.
               03 EDIT-RP-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 EDIT-RP-TAB.
                   05 EDIT-RP-I OCCURS 20 TIMES.
                       07 EDIT-RP-KIND PIC X(6).
                       07 EDIT-RP-FIELD BINARY-LONG SIGNED.
                       07 EDIT-RP-MIN FLOAT-LONG.
                       07 EDIT-RP-MAX-V FLOAT-LONG.
                       07 EDIT-RP-MIN-TXT PIC X(20).
                       07 EDIT-RP-MAX-TXT PIC X(20).
                       07 EDIT-RP-AL-START BINARY-LONG SIGNED.
                       07 EDIT-RP-AL-COUNT BINARY-LONG SIGNED.
                       07 EDIT-RP-USED PIC 9.
      *>   The corrections made to the record in hand, held until
      *>   the record is known to pass.
               03 EDIT-CX-CNT BINARY-LONG SIGNED VALUE 0.
               03 EDIT-CX-TAB.
                   05 EDIT-CX-I OCCURS 20 TIMES.
                       07 EDIT-CX-FIELD BINARY-LONG SIGNED.
                       07 EDIT-CX-OLD PIC X(40).
                       07 EDIT-CX-NEW PIC X(40).
                       07 EDIT-CX-KIND PIC X(6).
      *>   Every ALIAS rule's pairs share one table, each rule
      *>   owning its slice, the way the LOOKUP values do.
               03 EDIT-AL-MAX BINARY-LONG SIGNED VALUE 5000.
               03 EDIT-AL-CNT BINARY-LONG SIGNED VALUE 0.
               03 EDIT-AL-TAB.
                   05 EDIT-AL-I OCCURS 5000 TIMES.
                       07 EDIT-AL-FROM PIC X(40).
                       07 EDIT-AL-TO PIC X(40).
       PROCEDURE DIVISION.
      *>   EDIT-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
           MOVE 0 TO EDIT-CLEAN-ERR-SW.
           MOVE 0 TO EDIT-REJ-ERR-SW.
           MOVE 0 TO EDIT-REJ-COUNT.
           MOVE 0 TO EDIT-CORR-COUNT.
           MOVE 0 TO EDIT-CLEAN-COUNT.
           MOVE 0 TO EDIT-CORR-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           PERFORM EDIT-RULE-LOAD.
           IF RETURN-CODE = 0
               OPEN INPUT EDIT-IN-FILE
               OPEN OUTPUT EDIT-CLEAN-FILE
               OPEN OUTPUT EDIT-REJECT-FILE
               OPEN OUTPUT EDIT-CORR-FILE
               IF EDIT-CLEAN-FS NOT = "00"
                       OR EDIT-REJECT-FS NOT = "00"
                       OR EDIT-CORR-FS NOT = "00"
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "EDITUTIL: COULD NOT OPEN OUTPUT, "
                       "CLEAN-FS=" EDIT-CLEAN-FS
                       " REJECT-FS=" EDIT-REJECT-FS
                       " CORR-FS=" EDIT-CORR-FS
               END-IF
               IF EDIT-IN-FS NOT = "00"
                   MOVE 8 TO RETURN-CODE
               CLOSE EDIT-IN-FILE
               CLOSE EDIT-CLEAN-FILE
               CLOSE EDIT-REJECT-FILE
               CLOSE EDIT-CORR-FILE
               IF RETURN-CODE = 0 AND EDIT-REJ-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
      *>   The run's totals keep repaired records apart from both
      *>   the untouched clean ones and the rejects.
               COMPUTE EDIT-CLEAN-COUNT = EDIT-REC-COUNT
                   - EDIT-REJ-COUNT - EDIT-CORR-COUNT
               DISPLAY "EDITUTIL: RECORDS=" EDIT-REC-COUNT
                   " CLEAN=" EDIT-CLEAN-COUNT
                   " CORRECTED=" EDIT-CORR-COUNT
                   " REJECTED=" EDIT-REJ-COUNT
           END-IF.
           MOVE "EDTJOB01" TO JA-JOB-ID.
           MOVE EDIT-IN-DSN TO JA-INPUT-DSN.
           MOVE EDIT-REC-COUNT TO JA-RECORD-COUNT.
           MOVE EDIT-REC-COUNT TO BATCH-PARM-RECORDS.
           MOVE "Y" TO BATCH-PARM-FLOW-SET.
           MOVE EDIT-REC-COUNT TO BATCH-PARM-IN-RECORDS.
           COMPUTE BATCH-PARM-OUT-RECORDS =
               EDIT-REC-COUNT - EDIT-REJ-COUNT.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   EDIT-RULE-LOAD reads the rule record. A missing or
           MOVE 0 TO EDIT-XF-CNT.
           MOVE 0 TO EDIT-LKP-RULE-CNT.
           MOVE 0 TO EDIT-LKP-VAL-CNT.
           MOVE 0 TO EDIT-RP-CNT.
           MOVE 0 TO EDIT-AL-CNT.
           OPEN INPUT EDIT-RULE-FILE.
           IF EDIT-RULE-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
                       END-IF
                       IF EDIT-R-T5 = "RANGE" AND EDIT-R-TALLY = 7
                           MOVE 1 TO EDIT-RANGE-SW
                           MOVE EDIT-R-T6 TO EDIT-MIN-TXT
                           MOVE EDIT-R-T7 TO EDIT-MAX-TXT
                           COMPUTE EDIT-MIN =
                               FUNCTION NUMVAL(EDIT-R-T6)
                           COMPUTE EDIT-MAX =
                   PERFORM EDIT-XFIELD-RULE-LOAD
               WHEN EDIT-R-T1 = "LOOKUP" AND EDIT-R-TALLY = 3
                   PERFORM EDIT-LOOKUP-RULE-LOAD
               WHEN EDIT-R-T1 = "REPAIR"
                   PERFORM EDIT-REPAIR-RULE-LOAD
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "EDITUTIL: BAD RULE RECORD "
           END-PERFORM.
           CLOSE EDIT-LKP-FILE.
       EXIT SECTION.
      *>   EDIT-REPAIR-RULE-LOAD takes "REPAIR ZEROS|SIGN f",
      *>   "REPAIR ALIAS f dsn" or "REPAIR CLAMP f [min max]". As
      *>   with the other rules, anything it cannot honour refuses
      *>   the run.
       EDIT-REPAIR-RULE-LOAD SECTION.
           PERFORM VARYING EDIT-RP-J FROM 1 BY 1 UNTIL EDIT-RP-J > 5
               MOVE SPACES TO EDIT-RP-T(EDIT-RP-J)
           END-PERFORM.
           MOVE SPACES TO EDIT-R-T3.
           MOVE 0 TO EDIT-RP-TALLY.
           UNSTRING EDIT-RULE-REC DELIMITED BY ALL SPACE
               INTO EDIT-RP-T(1) EDIT-RP-T(2) EDIT-RP-T(3)
                   EDIT-R-T3 EDIT-RP-T(5)
               TALLYING IN EDIT-RP-TALLY
           END-UNSTRING.
           MOVE EDIT-R-T3(1:12) TO EDIT-RP-T(4).
           IF EDIT-RP-CNT >= EDIT-RP-MAX
               MOVE 8 TO RETURN-CODE
               DISPLAY "EDITUTIL: TOO MANY REPAIR RULES"
               EXIT SECTION
           END-IF.
           IF EDIT-RP-T(3) = SPACES
                   OR FUNCTION TEST-NUMVAL(EDIT-RP-T(3)) NOT = 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "EDITUTIL: BAD REPAIR RULE "
                   EDIT-RULE-REC(1:40)
               EXIT SECTION
           END-IF.
           ADD 1 TO EDIT-RP-CNT.
           MOVE EDIT-RP-T(2) TO EDIT-RP-KIND(EDIT-RP-CNT).
           COMPUTE EDIT-RP-FIELD(EDIT-RP-CNT) =
               FUNCTION NUMVAL(EDIT-RP-T(3)).
           MOVE 0 TO EDIT-RP-AL-START(EDIT-RP-CNT).
           MOVE 0 TO EDIT-RP-AL-COUNT(EDIT-RP-CNT).
           IF EDIT-RP-FIELD(EDIT-RP-CNT) < 1
                   OR EDIT-RP-FIELD(EDIT-RP-CNT) > EDIT-FIELDS
               MOVE 8 TO RETURN-CODE
               DISPLAY "EDITUTIL: BAD REPAIR RULE "
                   EDIT-RULE-REC(1:40)
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN (EDIT-RP-T(2) = "ZEROS" OR EDIT-RP-T(2) = "SIGN")
                       AND EDIT-RP-TALLY = 3
                   CONTINUE
               WHEN EDIT-RP-T(2) = "ALIAS" AND EDIT-RP-TALLY = 4
                   PERFORM EDIT-ALIAS-LOAD
               WHEN EDIT-RP-T(2) = "CLAMP" AND EDIT-RP-TALLY = 3
                       AND EDIT-RANGE-RULED
                   MOVE EDIT-MIN TO EDIT-RP-MIN(EDIT-RP-CNT)
                   MOVE EDIT-MAX TO EDIT-RP-MAX-V(EDIT-RP-CNT)
                   MOVE EDIT-MIN-TXT TO EDIT-RP-MIN-TXT(EDIT-RP-CNT)
                   MOVE EDIT-MAX-TXT TO EDIT-RP-MAX-TXT(EDIT-RP-CNT)
               WHEN EDIT-RP-T(2) = "CLAMP" AND EDIT-RP-TALLY = 5
                       AND FUNCTION TEST-NUMVAL(EDIT-RP-T(4)) = 0
                       AND FUNCTION TEST-NUMVAL(EDIT-RP-T(5)) = 0
                   COMPUTE EDIT-RP-MIN(EDIT-RP-CNT) =
                       FUNCTION NUMVAL(EDIT-RP-T(4))
                   COMPUTE EDIT-RP-MAX-V(EDIT-RP-CNT) =
                       FUNCTION NUMVAL(EDIT-RP-T(5))
                   MOVE EDIT-RP-T(4) TO EDIT-RP-MIN-TXT(EDIT-RP-CNT)
                   MOVE EDIT-RP-T(5) TO EDIT-RP-MAX-TXT(EDIT-RP-CNT)
                   IF EDIT-RP-MIN(EDIT-RP-CNT)
                           > EDIT-RP-MAX-V(EDIT-RP-CNT)
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "EDITUTIL: BAD REPAIR RULE "
                           EDIT-RULE-REC(1:40)
                   END-IF
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "EDITUTIL: BAD REPAIR RULE "
                       EDIT-RULE-REC(1:40)
           END-EVALUATE.
       EXIT SECTION.
       EDIT-ALIAS-LOAD SECTION.
           MOVE EDIT-R-T3 TO EDIT-LKP-DSN.
           COMPUTE EDIT-RP-AL-START(EDIT-RP-CNT) = EDIT-AL-CNT + 1.
           OPEN INPUT EDIT-LKP-FILE.
           IF EDIT-LKP-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "EDITUTIL: COULD NOT OPEN ALIAS DSN="
                   FUNCTION TRIM(EDIT-LKP-DSN)
                   " FS=" EDIT-LKP-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL EDIT-LKP-FS NOT = "00"
               READ EDIT-LKP-FILE
                   AT END
                       MOVE "10" TO EDIT-LKP-FS
                   NOT AT END
                       IF EDIT-LKP-REC NOT = SPACES
                           IF EDIT-AL-CNT >= EDIT-AL-MAX
                               MOVE 8 TO RETURN-CODE
                               DISPLAY "EDITUTIL: ALIAS TABLE "
                                   "FULL, DSN="
                                   FUNCTION TRIM(EDIT-LKP-DSN)
                               MOVE "99" TO EDIT-LKP-FS
                           ELSE
                               ADD 1 TO EDIT-AL-CNT
                               MOVE SPACES TO EDIT-AL-FROM(EDIT-AL-CNT)
                               MOVE SPACES TO EDIT-AL-TO(EDIT-AL-CNT)
                               UNSTRING EDIT-LKP-REC
                                       DELIMITED BY ALL SPACE
                                   INTO EDIT-AL-FROM(EDIT-AL-CNT)
                                       EDIT-AL-TO(EDIT-AL-CNT)
                               END-UNSTRING
                               ADD 1 TO EDIT-RP-AL-COUNT(EDIT-RP-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EDIT-LKP-FILE.
       EXIT SECTION.
      *>   EDIT-RECORD-CHECK validates one record: the field count
      *>   must match the rule exactly, every field must pass the
      *>   numeric class (TEST-NUMVAL for shape, and no decimal
      *>   point at all for INTEGER), and every value must sit
      *>   inside the ruled range. The first failure names the
      *>   record's reason; clean records pass through byte for
      *>   byte. A failure the REPAIR rules can mend is mended and
      *>   the record checked again before it is given up on.
       EDIT-RECORD-CHECK SECTION.
           ADD 1 TO EDIT-REC-COUNT.
           MOVE SPACES TO EDIT-REASON.
                   EDIT-F(13) EDIT-F(14) EDIT-F(15) EDIT-F(16)
               TALLYING IN EDIT-F-CNT
           END-UNSTRING.
           MOVE 0 TO EDIT-CX-CNT.
           PERFORM VARYING EDIT-RP-K FROM 1 BY 1
                   UNTIL EDIT-RP-K > EDIT-RP-CNT
               MOVE 0 TO EDIT-RP-USED(EDIT-RP-K)
           END-PERFORM.
           PERFORM EDIT-RECORD-VALIDATE.
           MOVE 1 TO EDIT-RP-DONE-SW.
           PERFORM UNTIL EDIT-REASON = SPACES
                   OR EDIT-RP-DONE-SW = 0
               PERFORM EDIT-REPAIR-TRY
               IF EDIT-RP-DONE-SW = 1
                   PERFORM EDIT-RECORD-VALIDATE
               END-IF
           END-PERFORM.
           IF EDIT-REASON = SPACES AND EDIT-CX-CNT > 0
               PERFORM EDIT-CORRECTED-WRITE
           ELSE
           IF EDIT-REASON = SPACES
               WRITE EDIT-CLEAN-REC FROM EDIT-IN-REC
               PERFORM EDIT-CLEAN-WRITE-CHECK
           ELSE
               ADD 1 TO EDIT-REJ-COUNT
               PERFORM EDIT-REJECT-WRITE
           END-IF
           END-IF.
       EXIT SECTION.
      *>   EDIT-REJECT-WRITE sends the record to the reject dataset.
      *>   The reason's leading word (FIELD-COUNT, NOT-NUMERIC,
      *>   NOT-INTEGER, RANGE, XFIELD, LOOKUP) is the reason code;
      *>   the whole reason, field numbers and all, is the text.
       EDIT-REJECT-WRITE SECTION.
           MOVE "EDITUTIL" TO RJ-PROGRAM.
           MOVE EDIT-IN-DSN TO RJ-INPUT-DSN.
           MOVE EDIT-REC-COUNT TO RJ-RECORD-NO.
           MOVE SPACES TO RJ-REASON-CODE.
           UNSTRING EDIT-REASON DELIMITED BY SPACE
               INTO RJ-REASON-CODE
           END-UNSTRING.
           MOVE EDIT-REASON TO RJ-REASON-TEXT.
           MOVE EDIT-IN-REC(1:132) TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           WRITE EDIT-REJECT-REC FROM RJ-RECORD.
           PERFORM EDIT-REJECT-WRITE-CHECK.
       EXIT SECTION.
      *>   EDIT-RECORD-VALIDATE runs every check over the split
      *>   fields, leaving the first failure's reason in EDIT-REASON
      *>   and, when the failure belongs to one field, its number in
      *>   EDIT-FAIL-FIELD (0 for the record-wide checks).
       EDIT-RECORD-VALIDATE SECTION.
           MOVE SPACES TO EDIT-REASON.
           MOVE 0 TO EDIT-FAIL-FIELD.
           IF EDIT-F-CNT NOT = EDIT-FIELDS
               MOVE "FIELD-COUNT" TO EDIT-REASON
           ELSE
           IF EDIT-REASON = SPACES AND EDIT-LKP-RULE-CNT > 0
               PERFORM EDIT-LOOKUP-CHECK
           END-IF.
       EXIT SECTION.
      *>   EDIT-REPAIR-TRY applies the next unused repair ruled for
      *>   the failing field that actually changes its value,
      *>   noting the change; EDIT-RP-DONE-SW says whether one did.
       EDIT-REPAIR-TRY SECTION.
           MOVE 0 TO EDIT-RP-DONE-SW.
           IF EDIT-FAIL-FIELD = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING EDIT-RP-K FROM 1 BY 1
                   UNTIL EDIT-RP-K > EDIT-RP-CNT
                   OR EDIT-RP-DONE-SW = 1
               IF EDIT-RP-FIELD(EDIT-RP-K) = EDIT-FAIL-FIELD
                       AND EDIT-RP-USED(EDIT-RP-K) = 0
                   MOVE 1 TO EDIT-RP-USED(EDIT-RP-K)
                   MOVE EDIT-F(EDIT-FAIL-FIELD) TO EDIT-RP-OLD
                   MOVE EDIT-RP-OLD TO EDIT-RP-NEW
                   EVALUATE EDIT-RP-KIND(EDIT-RP-K)
                       WHEN "ZEROS"
                           PERFORM EDIT-REPAIR-ZEROS
                       WHEN "SIGN"
                           PERFORM EDIT-REPAIR-SIGN
                       WHEN "ALIAS"
                           PERFORM EDIT-REPAIR-ALIAS
                       WHEN OTHER
                           PERFORM EDIT-REPAIR-CLAMP
                   END-EVALUATE
                   IF EDIT-RP-NEW NOT = EDIT-RP-OLD
                           AND EDIT-RP-NEW NOT = SPACES
                       MOVE EDIT-RP-NEW TO EDIT-F(EDIT-FAIL-FIELD)
                       ADD 1 TO EDIT-CX-CNT
                       MOVE EDIT-FAIL-FIELD
                           TO EDIT-CX-FIELD(EDIT-CX-CNT)
                       MOVE EDIT-RP-OLD TO EDIT-CX-OLD(EDIT-CX-CNT)
                       MOVE EDIT-RP-NEW TO EDIT-CX-NEW(EDIT-CX-CNT)
                       MOVE EDIT-RP-KIND(EDIT-RP-K)
                           TO EDIT-CX-KIND(EDIT-CX-CNT)
                       MOVE 1 TO EDIT-RP-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   ZEROS keeps an optional leading sign, then drops every
      *>   zero that has another digit straight after it at the
      *>   front of the number ("-007.50" becomes "-7.50", "000"
      *>   becomes "0").
       EDIT-REPAIR-ZEROS SECTION.
           MOVE SPACES TO EDIT-RP-NEW.
           MOVE 1 TO EDIT-RP-PT.
           MOVE 1 TO EDIT-RP-LEAD-SW.
           PERFORM VARYING EDIT-RP-J FROM 1 BY 1 UNTIL EDIT-RP-J > 40
               MOVE EDIT-RP-OLD(EDIT-RP-J:1) TO EDIT-RP-CH
               EVALUATE TRUE
                   WHEN EDIT-RP-CH = SPACE
                       MOVE 40 TO EDIT-RP-J
                   WHEN (EDIT-RP-CH = "+" OR EDIT-RP-CH = "-")
                           AND EDIT-RP-PT = 1
                       MOVE EDIT-RP-CH TO EDIT-RP-NEW(EDIT-RP-PT:1)
                       ADD 1 TO EDIT-RP-PT
                   WHEN EDIT-RP-CH = "0" AND EDIT-RP-LEAD-SW = 1
                           AND EDIT-RP-J < 40
                           AND EDIT-RP-OLD(EDIT-RP-J + 1:1)
                               IS NUMERIC
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO EDIT-RP-LEAD-SW
                       MOVE EDIT-RP-CH TO EDIT-RP-NEW(EDIT-RP-PT:1)
                       ADD 1 TO EDIT-RP-PT
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
      *>   SIGN drops every plus and minus wherever they stand and
      *>   puts back one leading minus if there was any minus at
      *>   all ("12-", "--12" and "+-12" all become "-12").
       EDIT-REPAIR-SIGN SECTION.
           MOVE SPACES TO EDIT-RP-NEW.
           MOVE 0 TO EDIT-RP-NEG.
           INSPECT EDIT-RP-OLD TALLYING EDIT-RP-NEG FOR ALL "-".
           MOVE 1 TO EDIT-RP-PT.
           IF EDIT-RP-NEG > 0
               MOVE "-" TO EDIT-RP-NEW(1:1)
               MOVE 2 TO EDIT-RP-PT
           END-IF.
           PERFORM VARYING EDIT-RP-J FROM 1 BY 1 UNTIL EDIT-RP-J > 40
               MOVE EDIT-RP-OLD(EDIT-RP-J:1) TO EDIT-RP-CH
               IF EDIT-RP-CH NOT = "+" AND EDIT-RP-CH NOT = "-"
                       AND EDIT-RP-CH NOT = SPACE
                       AND EDIT-RP-PT <= 40
                   MOVE EDIT-RP-CH TO EDIT-RP-NEW(EDIT-RP-PT:1)
                   ADD 1 TO EDIT-RP-PT
               END-IF
           END-PERFORM.
       EXIT SECTION.
       EDIT-REPAIR-ALIAS SECTION.
           MOVE 0 TO EDIT-RP-N.
           PERFORM VARYING EDIT-RP-J
                   FROM EDIT-RP-AL-START(EDIT-RP-K) BY 1
                   UNTIL EDIT-RP-J >= EDIT-RP-AL-START(EDIT-RP-K)
                       + EDIT-RP-AL-COUNT(EDIT-RP-K)
                   OR EDIT-RP-N = 1
               IF EDIT-AL-FROM(EDIT-RP-J) = EDIT-RP-OLD
                   MOVE EDIT-AL-TO(EDIT-RP-J) TO EDIT-RP-NEW
                   MOVE 1 TO EDIT-RP-N
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   CLAMP only touches a value that is a number to begin
      *>   with; the bound it lands on is written as the rule gave
      *>   it.
       EDIT-REPAIR-CLAMP SECTION.
           IF FUNCTION TEST-NUMVAL(EDIT-RP-OLD) NOT = 0
               EXIT SECTION
           END-IF.
           COMPUTE EDIT-NUM = FUNCTION NUMVAL(EDIT-RP-OLD).
           IF EDIT-NUM < EDIT-RP-MIN(EDIT-RP-K)
               MOVE EDIT-RP-MIN-TXT(EDIT-RP-K) TO EDIT-RP-NEW
           END-IF.
           IF EDIT-NUM > EDIT-RP-MAX-V(EDIT-RP-K)
               MOVE EDIT-RP-MAX-TXT(EDIT-RP-K) TO EDIT-RP-NEW
           END-IF.
       EXIT SECTION.
      *>   EDIT-CORRECTED-WRITE puts a repaired record on the clean
      *>   file, its fields rejoined by single spaces, and one trail
      *>   record per change: "CORRECTED RECORD=n FIELD=f OLD=x
      *>   NEW=y RULE=kind" — the leading token is the reason
      *>   EXCEPTRPT reads.
       EDIT-CORRECTED-WRITE SECTION.
           ADD 1 TO EDIT-CORR-COUNT.
           MOVE SPACES TO EDIT-RP-LINE.
           MOVE 1 TO EDIT-RP-PT.
           PERFORM VARYING EDIT-I FROM 1 BY 1
                   UNTIL EDIT-I > EDIT-F-CNT
               IF EDIT-I > 1
                   STRING " " DELIMITED BY SIZE
                       INTO EDIT-RP-LINE
                       WITH POINTER EDIT-RP-PT
                   END-STRING
               END-IF
               STRING EDIT-F(EDIT-I) DELIMITED BY SPACE
                   INTO EDIT-RP-LINE
                   WITH POINTER EDIT-RP-PT
               END-STRING
           END-PERFORM.
           WRITE EDIT-CLEAN-REC FROM EDIT-RP-LINE.
           PERFORM EDIT-CLEAN-WRITE-CHECK.
           PERFORM VARYING EDIT-RP-J FROM 1 BY 1
                   UNTIL EDIT-RP-J > EDIT-CX-CNT
               MOVE SPACES TO EDIT-RP-LINE
               MOVE EDIT-REC-COUNT TO EDIT-VAL-Z
               MOVE 1 TO EDIT-RP-PT
               STRING "CORRECTED RECORD=" DELIMITED BY SIZE
                   FUNCTION TRIM(EDIT-VAL-Z) DELIMITED BY SIZE
                   INTO EDIT-RP-LINE
                   WITH POINTER EDIT-RP-PT
               END-STRING
               MOVE EDIT-CX-FIELD(EDIT-RP-J) TO EDIT-VAL-Z
               STRING " FIELD=" DELIMITED BY SIZE
                   FUNCTION TRIM(EDIT-VAL-Z) DELIMITED BY SIZE
                   " OLD=" DELIMITED BY SIZE
                   FUNCTION TRIM(EDIT-CX-OLD(EDIT-RP-J))
                       DELIMITED BY SIZE
                   " NEW=" DELIMITED BY SIZE
                   FUNCTION TRIM(EDIT-CX-NEW(EDIT-RP-J))
                       DELIMITED BY SIZE
                   " RULE=" DELIMITED BY SIZE
                   FUNCTION TRIM(EDIT-CX-KIND(EDIT-RP-J))
                       DELIMITED BY SIZE
                   INTO EDIT-RP-LINE
                   WITH POINTER EDIT-RP-PT
               END-STRING
               WRITE EDIT-CORR-REC FROM EDIT-RP-LINE
               IF EDIT-CORR-FS NOT = "00" AND EDIT-CORR-ERR-SW = 0
                   MOVE 1 TO EDIT-CORR-ERR-SW
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "EDITUTIL: WRITE FAILED ON DSN="
                       FUNCTION TRIM(EDIT-CORR-DSN)
                       " FS=" EDIT-CORR-FS
               END-IF
           END-PERFORM.
       EXIT SECTION.
       EDIT-FIELD-CHECK SECTION.
           IF FUNCTION TEST-NUMVAL(EDIT-F(EDIT-I)) NOT = 0
                   END-IF
               END-IF
           END-IF.
           IF EDIT-REASON NOT = SPACES
               MOVE EDIT-I TO EDIT-FAIL-FIELD
           END-IF.
       EXIT SECTION.
      *>   EDIT-XFIELD-CHECK judges every cross-field rule against
      *>   the split fields (already proved numeric by the per-field
                   END-IF
               END-PERFORM
               IF EDIT-LKP-HIT = 0
                   MOVE EDIT-LKP-FIELD(EDIT-LKP-K) TO EDIT-FAIL-FIELD
                   MOVE EDIT-LKP-FIELD(EDIT-LKP-K) TO EDIT-VAL-Z
                   MOVE SPACES TO EDIT-REASON
                   STRING "LOOKUP FIELD=" DELIMITED BY SIZE
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM EDITUTIL.
