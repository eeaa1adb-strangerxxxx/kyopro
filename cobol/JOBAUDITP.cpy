      *>   be traced back to the run that produced it. The caller sets
      *>   JA-JOB-ID, JA-INPUT-DSN, and JA-RECORD-COUNT before
      *>   PERFORMing this.
      *>   Each line also carries CHAIN=, the fingerprint of the line
      *>   before it (all zeros for the first line of a new trail),
      *>   so an edited, deleted or inserted line breaks the chain
      *>   for AUDITCHAIN to find. CHAIN= sits ahead of INPUT= so a
      *>   long dataset name can never push it off the record.
       JOBAUDIT-STAMP SECTION.
           MOVE FUNCTION CURRENT-DATE TO JA-LINE.
           MOVE JA-LINE(1:8) TO JA-DATE.
           MOVE JA-LINE(9:8) TO JA-TIME.
           MOVE JA-RECORD-COUNT TO JA-RECORD-COUNT-Z.
           MOVE 0 TO JA-CHAIN.
           OPEN INPUT JOBAUDIT-CHN-FILE.
           IF JOBAUDIT-CHN-FS = "00"
               READ JOBAUDIT-CHN-FILE
                   NOT AT END
                       IF JOBAUDIT-CHN-REC(1:6) = "CHAIN="
                               AND JOBAUDIT-CHN-REC(7:15) IS NUMERIC
                           MOVE JOBAUDIT-CHN-REC(7:15) TO JA-CHAIN-N
                           MOVE JA-CHAIN-N TO JA-CHAIN
                       END-IF
               END-READ
               CLOSE JOBAUDIT-CHN-FILE
           END-IF.
           MOVE JA-CHAIN TO JA-CHAIN-N.
           MOVE SPACES TO JA-LINE.
           MOVE 1 TO JA-FP-I.
           STRING JA-JOB-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JA-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JA-TIME DELIMITED BY SIZE
               " CHAIN=" DELIMITED BY SIZE
               JA-CHAIN-N DELIMITED BY SIZE
               INTO JA-LINE
               WITH POINTER JA-FP-I
           END-STRING.
      *>   The note gets whatever the record has left once INPUT=
      *>   and RECORDS= are spoken for, so it can never push them
      *>   off the end.
           IF JA-NOTE NOT = SPACES
               COMPUTE JA-NOTE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(JA-NOTE TRAILING))
               COMPUTE JA-NOTE-ROOM = 132 - JA-FP-I - 17
                   - FUNCTION LENGTH(FUNCTION TRIM(JA-INPUT-DSN))
                   - FUNCTION LENGTH(FUNCTION TRIM(JA-RECORD-COUNT-Z))
               IF JA-NOTE-LEN > JA-NOTE-ROOM
                   MOVE JA-NOTE-ROOM TO JA-NOTE-LEN
               END-IF
               IF JA-NOTE-LEN > 0
                   STRING " " DELIMITED BY SIZE
                       JA-NOTE(1:JA-NOTE-LEN) DELIMITED BY SIZE
                       INTO JA-LINE
                       WITH POINTER JA-FP-I
                   END-STRING
               END-IF
               MOVE SPACES TO JA-NOTE
           END-IF.
           STRING " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(JA-INPUT-DSN) DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(JA-RECORD-COUNT-Z) DELIMITED BY SIZE
               INTO JA-LINE
               WITH POINTER JA-FP-I
           END-STRING.
           OPEN EXTEND JOBAUDIT-FILE.
           IF JOBAUDIT-FS = "05" OR JOBAUDIT-FS = "35"
               DISPLAY "JOBAUDIT-STAMP: WRITE FAILED ON DSN="
                   FUNCTION TRIM(JOBAUDIT-DSN)
                   " FS=" JOBAUDIT-FS
               CLOSE JOBAUDIT-FILE
               EXIT SECTION
           END-IF.
           CLOSE JOBAUDIT-FILE.
      *>   Only a line that reached the log moves the chain tip on.
           MOVE 0 TO JA-CHAIN.
           COMPUTE JA-FP-LEN = FUNCTION STORED-CHAR-LENGTH(JA-LINE).
           PERFORM VARYING JA-FP-I FROM 1 BY 1
                   UNTIL JA-FP-I > JA-FP-LEN
               COMPUTE JA-CHAIN = FUNCTION MOD(
                   JA-CHAIN * 131
                   + FUNCTION ORD(JA-LINE(JA-FP-I:1)),
                   JA-FP-PRIME)
           END-PERFORM.
           COMPUTE JA-CHAIN = FUNCTION MOD(
               JA-CHAIN * 131 + 257, JA-FP-PRIME).
           MOVE JA-CHAIN TO JA-CHAIN-N.
           OPEN OUTPUT JOBAUDIT-CHN-FILE.
           MOVE SPACES TO JOBAUDIT-CHN-REC.
           STRING "CHAIN=" DELIMITED BY SIZE
               JA-CHAIN-N DELIMITED BY SIZE
               INTO JOBAUDIT-CHN-REC
           END-STRING.
           WRITE JOBAUDIT-CHN-REC.
           IF JOBAUDIT-CHN-FS NOT = "00"
               DISPLAY "JOBAUDIT-STAMP: WRITE FAILED ON DSN="
                   FUNCTION TRIM(JOBAUDIT-CHN-DSN)
                   " FS=" JOBAUDIT-CHN-FS
           END-IF.
           CLOSE JOBAUDIT-CHN-FILE.
       EXIT SECTION.
