       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   BATCHSUITE judges its DAYS= clauses against the site run
      *>   calendar, but a job that needs to know the next
      *>   processing day after a date, or how many business days
      *>   lie between two, had nothing to ask — so settlement and
      *>   aging extracts each counted days their own way and could
      *>   disagree with the battery over a holiday. DATEUTIL
      *>   answers from the same calendar dataset (BATCHCAL.DAT,
      *>   the BATCH-CALENDAR environment variable, or the step's
      *>   parameter field) read under the same rules: "HOLIDAY
      *>   yyyymmdd" records are not processing days, and "MONTHEND
      *>   yyyymmdd" records name the month-end processing day of
      *>   their month in place of the civil last day, for months
      *>   where the books close early. A business (processing) day
      *>   is a Monday to Friday that is not a HOLIDAY. One request
      *>   per input record, one result record each out:
      *>       ADD-BUSINESS-DAYS yyyymmdd n   (n business days on,
      *>                                       or back when n is
      *>                                       negative; n of 0 is
      *>                                       the date itself, or
      *>                                       the next business
      *>                                       day when it is not
      *>                                       one)
      *>       BUSINESS-DAYS-BETWEEN from to  (business days after
      *>                                       from up to and
      *>                                       including to,
      *>                                       negative when to is
      *>                                       the earlier date)
      *>       NEXT-PROCESSING-DAY yyyymmdd   (first business day
      *>                                       after the date)
      *>       PREVIOUS-PROCESSING-DAY yyyymmdd
      *>                                      (last business day
      *>                                       before the date)
      *>       MONTH-END yyyymm               (the month-end
      *>                                       processing date, as
      *>                                       the battery takes it)
      *>   so ADD-BUSINESS-DAYS from BUSINESS-DAYS-BETWEEN's answer
      *>   lands back on the later date whenever that date is a
      *>   business day. A MONTH-END date the calendar also makes a
      *>   HOLIDAY, or that falls at a weekend, is reported with
      *>   PROCESSING=N: the battery bypasses its MONTHEND steps
      *>   that day rather than moving them, and the answer says so
      *>   instead of quietly disagreeing.
           SELECT DTU-REQUEST-FILE ASSIGN TO DYNAMIC DTU-REQUEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DTU-REQUEST-FS.
           SELECT DTU-RESULT-FILE ASSIGN TO DYNAMIC DTU-RESULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DTU-RESULT-FS.
      *>   DTU-CAL-FILE is the site run calendar. No calendar
      *>   dataset means no holidays and the civil month-end, the
      *>   reading the battery falls back to as well, so the two
      *>   still agree; the job log says which reading was used.
           SELECT DTU-CAL-FILE ASSIGN TO DYNAMIC DTU-CAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DTU-CAL-FS.
      *>   DTU-REJECT-FILE is the reject trail: every request
      *>   answered REJECTED is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT DTU-REJECT-FILE ASSIGN TO DYNAMIC DTU-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DTU-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD DTU-REQUEST-FILE.
               01 DTU-REQUEST-REC PIC X(200).
           FD DTU-RESULT-FILE.
               01 DTU-RESULT-REC PIC X(200).
           FD DTU-CAL-FILE.
               01 DTU-CAL-REC PIC X(40).
           FD DTU-REJECT-FILE.
               01 DTU-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 DTU-WK.
               03 DTU-REQUEST-DSN PIC X(100) VALUE "DATEREQ.DAT".
               03 DTU-REQUEST-FS PIC XX.
               03 DTU-RESULT-DSN PIC X(100) VALUE "DATERESULT.DAT".
               03 DTU-RESULT-FS PIC XX.
               03 DTU-CAL-DSN PIC X(100) VALUE "BATCHCAL.DAT".
               03 DTU-CAL-FS PIC XX.
               03 DTU-CAL-DSN-T PIC X(100).
               03 DTU-REQ-NO BINARY-LONG UNSIGNED VALUE 0.
               03 DTU-REQ-NO-Z PIC Z(8)9.
               03 DTU-BATCH-RC PIC S9(4) VALUE 0.
               03 DTU-RESULT-ERR-SW PIC 9 VALUE 0.
               03 DTU-REJECT-DSN PIC X(100) VALUE "DATEREJ.LOG".
               03 DTU-REJECT-FS PIC XX.
               03 DTU-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 DTU-REJECT-OPENED VALUE 1.
               03 DTU-REJECT-ERR-SW PIC 9 VALUE 0.
               03 DTU-REQ-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 DTU-OP PIC X(24).
               03 DTU-OPND1 PIC X(20).
               03 DTU-OPND2 PIC X(20).
               03 DTU-OPND3 PIC X(20).
               03 DTU-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 DTU-WANT BINARY-LONG UNSIGNED VALUE 2.
               03 DTU-REASON PIC X(16).
               03 DTU-PT BINARY-LONG SIGNED VALUE 1.
               03 DTU-RESULT-LINE PIC X(200).
               03 DTU-ANSWER PIC X(100).
      *>   Parse work: a date token must be exactly eight digits
      *>   naming a real date, a month token exactly six.
               03 DTU-DATE-T PIC X(20).
               03 DTU-DATE-9 PIC 9(8) VALUE 0.
               03 DTU-PARSE-INT BINARY-LONG SIGNED VALUE 0.
               03 DTU-MONTH-9 PIC 9(6) VALUE 0.
               03 DTU-MONTH-R REDEFINES DTU-MONTH-9.
                   05 DTU-MONTH-YYYY PIC 9(4).
                   05 DTU-MONTH-MM PIC 99.
      *>   Day arithmetic runs on INTEGER-OF-DATE day numbers, where
      *>   day 1 (1601-01-01) is a Monday, so MOD(day - 1, 7) is the
      *>   weekday with Monday 0, as BATCH-CALENDAR-LOAD takes it.
      *>   DTU-MAX-INT is 9999-12-31, the last day the date
      *>   functions can name; an answer past either end is
      *>   OUT-OF-RANGE rather than a wrapped date.
               03 DTU-D1-INT BINARY-LONG SIGNED VALUE 0.
               03 DTU-D2-INT BINARY-LONG SIGNED VALUE 0.
               03 DTU-INT BINARY-LONG SIGNED VALUE 0.
               03 DTU-MAX-INT BINARY-LONG SIGNED VALUE 0.
               03 DTU-DOW BINARY-LONG SIGNED VALUE 0.
               03 DTU-DAY-T PIC X(3).
               03 DTU-STEP BINARY-LONG SIGNED VALUE 1.
               03 DTU-COUNT BINARY-LONG SIGNED VALUE 0.
               03 DTU-LEFT BINARY-LONG SIGNED VALUE 0.
               03 DTU-LO-INT BINARY-LONG SIGNED VALUE 0.
               03 DTU-HI-INT BINARY-LONG SIGNED VALUE 0.
               03 DTU-WD-LO BINARY-LONG SIGNED VALUE 0.
               03 DTU-WD-HI BINARY-LONG SIGNED VALUE 0.
               03 DTU-BUS-SW PIC 9 VALUE 0.
                   88 DTU-BUSINESS-DAY VALUE 1.
               03 DTU-HOL-SW PIC 9 VALUE 0.
                   88 DTU-HOLIDAY VALUE 1.
               03 DTU-RES-DATE PIC 9(8) VALUE 0.
               03 DTU-RES-Z PIC -(8)9.
               03 DTU-ME-SOURCE PIC X(8).
               03 DTU-ME-PROC PIC X.
      *>   ADD-BUSINESS-DAYS counts are held to five digits — a
      *>   few centuries of business days, far past any settlement
      *>   or aging horizon.
               03 DTU-MAX-STEPS BINARY-LONG SIGNED VALUE 99999.
      *>   The calendar as loaded: the holidays as day numbers, kept
      *>   ascending and free of repeats as they are read so one
      *>   look-up is a binary search and a range of them is
      *>   counted off once; the MONTHEND dates as written. A
      *>   calendar longer than the tables would answer wrongly for
      *>   the dates it lost, so it refuses the run instead.
           01 DTU-CAL-WK.
               03 DTU-CAL-OP PIC X(12).
               03 DTU-CAL-D-T PIC X(12).
               03 DTU-CAL-DATE PIC 9(8) VALUE 0.
               03 DTU-CAL-SW PIC 9 VALUE 0.
                   88 DTU-CAL-LOADED VALUE 1.
               03 DTU-CAL-ERR-SW PIC 9 VALUE 0.
               03 DTU-HOL-MAX BINARY-LONG SIGNED VALUE 3000.
               03 DTU-HOL-CNT BINARY-LONG SIGNED VALUE 0.
               03 DTU-HOL-TAB.
                   05 DTU-HOL-INT OCCURS 3000 TIMES
                                   BINARY-LONG SIGNED.
               03 DTU-ME-MAX BINARY-LONG SIGNED VALUE 1200.
               03 DTU-ME-CNT BINARY-LONG SIGNED VALUE 0.
               03 DTU-ME-TAB.
                   05 DTU-ME-DATE OCCURS 1200 TIMES PIC 9(8).
               03 DTU-I BINARY-LONG SIGNED VALUE 0.
               03 DTU-J BINARY-LONG SIGNED VALUE 0.
               03 DTU-LO BINARY-LONG SIGNED VALUE 0.
               03 DTU-HI BINARY-LONG SIGNED VALUE 0.
               03 DTU-MID BINARY-LONG SIGNED VALUE 0.
               03 DTU-HOL-CNT-Z PIC Z(8)9.
               03 DTU-ME-CNT-Z PIC Z(8)9.
       PROCEDURE DIVISION.
      *>   DTU-BATCH-RUN is this program's entry point, whether it
      *>   is run as its own job step or CALLed as one step of a
      *>   larger batch suite: the calendar is loaded once, then one
      *>   request per record in, one result record each out. It
      *>   ends in GOBACK rather than STOP RUN so a CALLer gets
      *>   control back; run standalone, GOBACK with no caller ends
      *>   the run unit all the same.
       DTU-BATCH-RUN SECTION.
           MOVE "BATCHCAL.DAT" TO DTU-CAL-DSN.
           MOVE SPACES TO DTU-CAL-DSN-T.
           ACCEPT DTU-CAL-DSN-T FROM ENVIRONMENT "BATCH-CALENDAR"
               ON EXCEPTION
                   MOVE SPACES TO DTU-CAL-DSN-T
           END-ACCEPT.
           IF DTU-CAL-DSN-T NOT = SPACES
               MOVE DTU-CAL-DSN-T TO DTU-CAL-DSN
           END-IF.
           PERFORM DTU-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO DTU-BATCH-RC.
           MOVE 0 TO DTU-RESULT-ERR-SW.
           MOVE 0 TO DTU-REQ-NO.
           MOVE 0 TO DTU-REQ-RECNO.
           MOVE 0 TO DTU-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           COMPUTE DTU-MAX-INT = FUNCTION INTEGER-OF-DATE(99991231).
           PERFORM DTU-CAL-LOAD.
           IF DTU-CAL-ERR-SW = 1
               MOVE 8 TO DTU-BATCH-RC
           ELSE
               PERFORM DTU-REQUESTS-RUN
           END-IF.
           IF DTU-REJECT-OPENED
               CLOSE DTU-REJECT-FILE
               MOVE 0 TO DTU-REJECT-OPEN-SW
           END-IF.
           MOVE DTU-BATCH-RC TO RETURN-CODE.
           MOVE "DTUJOB01" TO JA-JOB-ID.
           MOVE DTU-REQUEST-DSN TO JA-INPUT-DSN.
           MOVE DTU-REQ-NO TO JA-RECORD-COUNT.
           MOVE DTU-REQ-NO TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
       DTU-REQUESTS-RUN SECTION.
           OPEN INPUT DTU-REQUEST-FILE.
           OPEN OUTPUT DTU-RESULT-FILE.
           IF DTU-RESULT-FS NOT = "00"
               MOVE 8 TO DTU-BATCH-RC
               DISPLAY "DATEUTIL: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(DTU-RESULT-DSN)
                   " FS=" DTU-RESULT-FS
           END-IF.
           IF DTU-REQUEST-FS = "00"
               PERFORM UNTIL DTU-REQUEST-FS = "10"
                   READ DTU-REQUEST-FILE
                       AT END
                           MOVE "10" TO DTU-REQUEST-FS
                       NOT AT END
                           PERFORM DTU-REQUEST-PROCESS
                   END-READ
               END-PERFORM
           ELSE
               MOVE 8 TO DTU-BATCH-RC
           END-IF.
           CLOSE DTU-REQUEST-FILE.
           CLOSE DTU-RESULT-FILE.
       EXIT SECTION.
      *>   DTU-CAL-LOAD reads the calendar once. Records are split
      *>   exactly as BATCH-CAL-RECORD-PROCESS splits them, and a
      *>   record that is neither a HOLIDAY nor a MONTHEND with a
      *>   real date is passed over there too, so both programs see
      *>   the same calendar.
       DTU-CAL-LOAD SECTION.
           MOVE 0 TO DTU-HOL-CNT.
           MOVE 0 TO DTU-ME-CNT.
           MOVE 0 TO DTU-CAL-SW.
           MOVE 0 TO DTU-CAL-ERR-SW.
           OPEN INPUT DTU-CAL-FILE.
           IF DTU-CAL-FS NOT = "00"
               DISPLAY "DATEUTIL: NO CALENDAR DSN="
                   FUNCTION TRIM(DTU-CAL-DSN)
                   " FS=" DTU-CAL-FS
                   " - NO HOLIDAYS, CIVIL MONTH-END"
               EXIT SECTION
           END-IF.
           MOVE 1 TO DTU-CAL-SW.
           PERFORM UNTIL DTU-CAL-FS NOT = "00"
               READ DTU-CAL-FILE
                   AT END
                       MOVE "10" TO DTU-CAL-FS
                   NOT AT END
                       PERFORM DTU-CAL-RECORD-PROCESS
               END-READ
           END-PERFORM.
           CLOSE DTU-CAL-FILE.
           IF DTU-CAL-ERR-SW = 1
               DISPLAY "DATEUTIL: CALENDAR DSN="
                   FUNCTION TRIM(DTU-CAL-DSN)
                   " OVERFLOWS THE HOLIDAY OR MONTHEND TABLE"
                   " - RUN REFUSED"
               EXIT SECTION
           END-IF.
           MOVE DTU-HOL-CNT TO DTU-HOL-CNT-Z.
           MOVE DTU-ME-CNT TO DTU-ME-CNT-Z.
           DISPLAY "DATEUTIL: CALENDAR DSN="
               FUNCTION TRIM(DTU-CAL-DSN)
               " HOLIDAYS=" FUNCTION TRIM(DTU-HOL-CNT-Z)
               " MONTHENDS=" FUNCTION TRIM(DTU-ME-CNT-Z).
       EXIT SECTION.
       DTU-CAL-RECORD-PROCESS SECTION.
           IF DTU-CAL-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO DTU-CAL-OP.
           MOVE SPACES TO DTU-CAL-D-T.
           UNSTRING DTU-CAL-REC DELIMITED BY ALL SPACE
               INTO DTU-CAL-OP DTU-CAL-D-T
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(DTU-CAL-D-T) NOT = 0
               EXIT SECTION
           END-IF.
           IF FUNCTION NUMVAL(DTU-CAL-D-T) < 16010101
                   OR FUNCTION NUMVAL(DTU-CAL-D-T) > 99991231
               EXIT SECTION
           END-IF.
           COMPUTE DTU-CAL-DATE = FUNCTION NUMVAL(DTU-CAL-D-T).
           IF FUNCTION TEST-DATE-YYYYMMDD(DTU-CAL-DATE) NOT = 0
               EXIT SECTION
           END-IF.
           EVALUATE DTU-CAL-OP
               WHEN "HOLIDAY"
                   COMPUTE DTU-INT =
                       FUNCTION INTEGER-OF-DATE(DTU-CAL-DATE)
                   PERFORM DTU-HOL-INSERT
               WHEN "MONTHEND"
                   IF DTU-ME-CNT >= DTU-ME-MAX
                       MOVE 1 TO DTU-CAL-ERR-SW
                   ELSE
                       ADD 1 TO DTU-ME-CNT
                       MOVE DTU-CAL-DATE TO DTU-ME-DATE(DTU-ME-CNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT SECTION.
      *>   DTU-HOL-INSERT places day DTU-INT in the holiday table in
      *>   ascending order; a date the calendar repeats is kept
      *>   once, so counting holidays off a range never counts one
      *>   twice.
       DTU-HOL-INSERT SECTION.
           PERFORM DTU-HOL-FIND.
           IF DTU-HOLIDAY
               EXIT SECTION
           END-IF.
           IF DTU-HOL-CNT >= DTU-HOL-MAX
               MOVE 1 TO DTU-CAL-ERR-SW
               EXIT SECTION
           END-IF.
           PERFORM VARYING DTU-J FROM DTU-HOL-CNT BY -1
                   UNTIL DTU-J < DTU-LO
               MOVE DTU-HOL-INT(DTU-J) TO DTU-HOL-INT(DTU-J + 1)
           END-PERFORM.
           MOVE DTU-INT TO DTU-HOL-INT(DTU-LO).
           ADD 1 TO DTU-HOL-CNT.
       EXIT SECTION.
      *>   DTU-HOL-FIND binary-searches the holiday table for day
      *>   DTU-INT. Found or not, DTU-LO is left at the first entry
      *>   not below it — where it sits, or where it would go.
       DTU-HOL-FIND SECTION.
           MOVE 0 TO DTU-HOL-SW.
           MOVE 1 TO DTU-LO.
           MOVE DTU-HOL-CNT TO DTU-HI.
           PERFORM UNTIL DTU-LO > DTU-HI
               COMPUTE DTU-MID = (DTU-LO + DTU-HI) / 2
               EVALUATE TRUE
                   WHEN DTU-HOL-INT(DTU-MID) = DTU-INT
                       MOVE 1 TO DTU-HOL-SW
                       MOVE DTU-MID TO DTU-LO
                       EXIT PERFORM
                   WHEN DTU-HOL-INT(DTU-MID) < DTU-INT
                       COMPUTE DTU-LO = DTU-MID + 1
                   WHEN OTHER
                       COMPUTE DTU-HI = DTU-MID - 1
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
      *>   DTU-DAY-CHECK judges day DTU-INT: a business day is a
      *>   weekday the calendar does not make a HOLIDAY.
       DTU-DAY-CHECK SECTION.
           MOVE 0 TO DTU-BUS-SW.
           COMPUTE DTU-DOW = FUNCTION MOD(DTU-INT - 1, 7).
           IF DTU-DOW >= 5
               EXIT SECTION
           END-IF.
           PERFORM DTU-HOL-FIND.
           IF NOT DTU-HOLIDAY
               MOVE 1 TO DTU-BUS-SW
           END-IF.
       EXIT SECTION.
      *>   DTU-STEP-TO-BUSINESS moves day DTU-INT one day in the
      *>   direction of DTU-STEP (+1 or -1), then on until it lands
      *>   on a business day. Running off either end of the date
      *>   range sets OUT-OF-RANGE.
       DTU-STEP-TO-BUSINESS SECTION.
           MOVE 0 TO DTU-BUS-SW.
           PERFORM UNTIL DTU-BUSINESS-DAY
               ADD DTU-STEP TO DTU-INT
               IF DTU-INT < 1 OR DTU-INT > DTU-MAX-INT
                   MOVE "OUT-OF-RANGE" TO DTU-REASON
                   EXIT SECTION
               END-IF
               PERFORM DTU-DAY-CHECK
           END-PERFORM.
       EXIT SECTION.
      *>   DTU-REQUEST-PROCESS splits one request record and routes
      *>   it. A malformed record, an unknown operation, a date that
      *>   is not a real one, or an answer past the calendar's range
      *>   gets a REJECTED result line and RC 4. MONTH-END,
      *>   NEXT-PROCESSING-DAY and PREVIOUS-PROCESSING-DAY take one
      *>   operand; the other two take two.
       DTU-REQUEST-PROCESS SECTION.
           ADD 1 TO DTU-REQ-RECNO.
           IF DTU-REQUEST-REC = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO DTU-REQ-NO.
           MOVE SPACES TO DTU-OP.
           MOVE SPACES TO DTU-OPND1.
           MOVE SPACES TO DTU-OPND2.
           MOVE SPACES TO DTU-OPND3.
           MOVE 0 TO DTU-TALLY.
           MOVE SPACES TO DTU-REASON.
           UNSTRING DTU-REQUEST-REC DELIMITED BY ALL SPACE
               INTO DTU-OP DTU-OPND1 DTU-OPND2 DTU-OPND3
               TALLYING IN DTU-TALLY
           END-UNSTRING.
           EVALUATE DTU-OP
               WHEN "ADD-BUSINESS-DAYS"
               WHEN "BUSINESS-DAYS-BETWEEN"
                   MOVE 3 TO DTU-WANT
               WHEN "NEXT-PROCESSING-DAY"
               WHEN "PREVIOUS-PROCESSING-DAY"
               WHEN "MONTH-END"
                   MOVE 2 TO DTU-WANT
               WHEN OTHER
                   MOVE "UNKNOWN-OP" TO DTU-REASON
                   PERFORM DTU-REJECT-WRITE
                   EXIT SECTION
           END-EVALUATE.
           IF DTU-TALLY NOT = DTU-WANT
               MOVE "MALFORMED" TO DTU-REASON
               PERFORM DTU-REJECT-WRITE
               EXIT SECTION
           END-IF.
           IF DTU-OP = "MONTH-END"
               PERFORM DTU-MONTH-END
           ELSE
               MOVE DTU-OPND1 TO DTU-DATE-T
               PERFORM DTU-DATE-PARSE
               MOVE DTU-PARSE-INT TO DTU-D1-INT
               IF DTU-REASON = SPACES
                   EVALUATE DTU-OP
                       WHEN "ADD-BUSINESS-DAYS"
                           PERFORM DTU-ADD-BUSINESS-DAYS
                       WHEN "BUSINESS-DAYS-BETWEEN"
                           PERFORM DTU-BUSINESS-DAYS-BETWEEN
                       WHEN "NEXT-PROCESSING-DAY"
                           MOVE DTU-D1-INT TO DTU-INT
                           MOVE 1 TO DTU-STEP
                           PERFORM DTU-STEP-TO-BUSINESS
                           PERFORM DTU-DATE-RESULT
                       WHEN OTHER
                           MOVE DTU-D1-INT TO DTU-INT
                           MOVE -1 TO DTU-STEP
                           PERFORM DTU-STEP-TO-BUSINESS
                           PERFORM DTU-DATE-RESULT
                   END-EVALUATE
               END-IF
           END-IF.
           IF DTU-REASON NOT = SPACES
               PERFORM DTU-REJECT-WRITE
               EXIT SECTION
           END-IF.
           PERFORM DTU-RESULT-WRITE.
       EXIT SECTION.
      *>   DTU-DATE-PARSE turns DTU-DATE-T into day number
      *>   DTU-PARSE-INT, or sets BAD-DATE.
       DTU-DATE-PARSE SECTION.
           MOVE 0 TO DTU-PARSE-INT.
           IF DTU-DATE-T(1:8) IS NOT NUMERIC
                   OR DTU-DATE-T(9:) NOT = SPACES
               MOVE "BAD-DATE" TO DTU-REASON
               EXIT SECTION
           END-IF.
           MOVE DTU-DATE-T(1:8) TO DTU-DATE-9.
           IF FUNCTION TEST-DATE-YYYYMMDD(DTU-DATE-9) NOT = 0
               MOVE "BAD-DATE" TO DTU-REASON
               EXIT SECTION
           END-IF.
           COMPUTE DTU-PARSE-INT =
               FUNCTION INTEGER-OF-DATE(DTU-DATE-9).
       EXIT SECTION.
      *>   DTU-ADD-BUSINESS-DAYS steps a business day at a time, so
      *>   every holiday on the way is honoured; a count of 0 rolls
      *>   a non-business date forward to the next business day.
       DTU-ADD-BUSINESS-DAYS SECTION.
           IF FUNCTION TEST-NUMVAL(DTU-OPND2) NOT = 0
               MOVE "BAD-COUNT" TO DTU-REASON
               EXIT SECTION
           END-IF.
           IF FUNCTION NUMVAL(DTU-OPND2)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL(DTU-OPND2))
                   OR FUNCTION ABS(FUNCTION NUMVAL(DTU-OPND2))
                       > DTU-MAX-STEPS
               MOVE "BAD-COUNT" TO DTU-REASON
               EXIT SECTION
           END-IF.
           COMPUTE DTU-COUNT = FUNCTION NUMVAL(DTU-OPND2).
           MOVE DTU-D1-INT TO DTU-INT.
           IF DTU-COUNT = 0
               PERFORM DTU-DAY-CHECK
               IF NOT DTU-BUSINESS-DAY
                   MOVE 1 TO DTU-STEP
                   PERFORM DTU-STEP-TO-BUSINESS
               END-IF
               PERFORM DTU-DATE-RESULT
               EXIT SECTION
           END-IF.
           IF DTU-COUNT > 0
               MOVE 1 TO DTU-STEP
               MOVE DTU-COUNT TO DTU-LEFT
           ELSE
               MOVE -1 TO DTU-STEP
               COMPUTE DTU-LEFT = 0 - DTU-COUNT
           END-IF.
           PERFORM UNTIL DTU-LEFT = 0 OR DTU-REASON NOT = SPACES
               PERFORM DTU-STEP-TO-BUSINESS
               SUBTRACT 1 FROM DTU-LEFT
           END-PERFORM.
           PERFORM DTU-DATE-RESULT.
       EXIT SECTION.
      *>   DTU-BUSINESS-DAYS-BETWEEN counts the weekdays in the span
      *>   outright — each whole week from day 1 holds five, the
      *>   part week min(days, 5) — and takes off the weekday
      *>   holidays inside it, so a span of decades costs no more
      *>   than a span of days.
       DTU-BUSINESS-DAYS-BETWEEN SECTION.
           MOVE DTU-OPND2 TO DTU-DATE-T.
           PERFORM DTU-DATE-PARSE.
           IF DTU-REASON NOT = SPACES
               EXIT SECTION
           END-IF.
           MOVE DTU-PARSE-INT TO DTU-D2-INT.
           IF DTU-D2-INT >= DTU-D1-INT
               MOVE DTU-D1-INT TO DTU-LO-INT
               MOVE DTU-D2-INT TO DTU-HI-INT
           ELSE
               MOVE DTU-D2-INT TO DTU-LO-INT
               MOVE DTU-D1-INT TO DTU-HI-INT
           END-IF.
           COMPUTE DTU-WD-LO = FUNCTION INTEGER(DTU-LO-INT / 7) * 5
               + FUNCTION MIN(FUNCTION MOD(DTU-LO-INT, 7), 5).
           COMPUTE DTU-WD-HI = FUNCTION INTEGER(DTU-HI-INT / 7) * 5
               + FUNCTION MIN(FUNCTION MOD(DTU-HI-INT, 7), 5).
           COMPUTE DTU-COUNT = DTU-WD-HI - DTU-WD-LO.
           MOVE DTU-LO-INT TO DTU-INT.
           PERFORM DTU-HOL-FIND.
           MOVE DTU-LO TO DTU-I.
           IF DTU-HOLIDAY
               ADD 1 TO DTU-I
           END-IF.
           PERFORM VARYING DTU-I FROM DTU-I BY 1
                   UNTIL DTU-I > DTU-HOL-CNT
                   OR DTU-HOL-INT(DTU-I) > DTU-HI-INT
               IF FUNCTION MOD(DTU-HOL-INT(DTU-I) - 1, 7) < 5
                   SUBTRACT 1 FROM DTU-COUNT
               END-IF
           END-PERFORM.
           IF DTU-D2-INT < DTU-D1-INT
               COMPUTE DTU-COUNT = 0 - DTU-COUNT
           END-IF.
           MOVE DTU-COUNT TO DTU-RES-Z.
           MOVE SPACES TO DTU-ANSWER.
           MOVE 1 TO DTU-PT.
           STRING "RES=" DELIMITED BY SIZE
               FUNCTION TRIM(DTU-RES-Z) DELIMITED BY SIZE
               INTO DTU-ANSWER
               WITH POINTER DTU-PT
           END-STRING.
       EXIT SECTION.
      *>   DTU-MONTH-END answers as BATCH-CALENDAR-LOAD decides the
      *>   month-end day: a MONTHEND record in the month wins (the
      *>   earliest, should the calendar carry more than one),
      *>   otherwise the civil last day of the month.
       DTU-MONTH-END SECTION.
           IF DTU-OPND1(1:6) IS NOT NUMERIC
                   OR DTU-OPND1(7:) NOT = SPACES
               MOVE "BAD-MONTH" TO DTU-REASON
               EXIT SECTION
           END-IF.
           MOVE DTU-OPND1(1:6) TO DTU-MONTH-9.
           IF DTU-MONTH-YYYY < 1601
                   OR DTU-MONTH-MM < 1 OR DTU-MONTH-MM > 12
               MOVE "BAD-MONTH" TO DTU-REASON
               EXIT SECTION
           END-IF.
           MOVE 0 TO DTU-RES-DATE.
           PERFORM VARYING DTU-I FROM 1 BY 1
                   UNTIL DTU-I > DTU-ME-CNT
               IF DTU-ME-DATE(DTU-I)(1:6) = DTU-OPND1(1:6)
                   IF DTU-RES-DATE = 0
                           OR DTU-ME-DATE(DTU-I) < DTU-RES-DATE
                       MOVE DTU-ME-DATE(DTU-I) TO DTU-RES-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF DTU-RES-DATE NOT = 0
               MOVE "CALENDAR" TO DTU-ME-SOURCE
               COMPUTE DTU-INT =
                   FUNCTION INTEGER-OF-DATE(DTU-RES-DATE)
           ELSE
               MOVE "CIVIL" TO DTU-ME-SOURCE
               IF DTU-MONTH-MM = 12
                   COMPUTE DTU-RES-DATE = DTU-MONTH-YYYY * 10000
                       + 1231
                   COMPUTE DTU-INT =
                       FUNCTION INTEGER-OF-DATE(DTU-RES-DATE)
               ELSE
                   COMPUTE DTU-RES-DATE = DTU-MONTH-9 * 100 + 101
                   COMPUTE DTU-INT =
                       FUNCTION INTEGER-OF-DATE(DTU-RES-DATE) - 1
               END-IF
           END-IF.
           PERFORM DTU-DAY-CHECK.
           IF DTU-BUSINESS-DAY
               MOVE "Y" TO DTU-ME-PROC
           ELSE
               MOVE "N" TO DTU-ME-PROC
           END-IF.
           PERFORM DTU-DATE-RESULT.
           STRING " SOURCE=" DELIMITED BY SIZE
               FUNCTION TRIM(DTU-ME-SOURCE) DELIMITED BY SIZE
               " PROCESSING=" DELIMITED BY SIZE
               DTU-ME-PROC DELIMITED BY SIZE
               INTO DTU-ANSWER
               WITH POINTER DTU-PT
           END-STRING.
       EXIT SECTION.
      *>   DTU-DATE-RESULT lays out day DTU-INT as the answer: the
      *>   date and its weekday.
       DTU-DATE-RESULT SECTION.
           IF DTU-REASON NOT = SPACES
               EXIT SECTION
           END-IF.
           COMPUTE DTU-RES-DATE = FUNCTION DATE-OF-INTEGER(DTU-INT).
           COMPUTE DTU-DOW = FUNCTION MOD(DTU-INT - 1, 7).
           EVALUATE DTU-DOW
               WHEN 0 MOVE "MON" TO DTU-DAY-T
               WHEN 1 MOVE "TUE" TO DTU-DAY-T
               WHEN 2 MOVE "WED" TO DTU-DAY-T
               WHEN 3 MOVE "THU" TO DTU-DAY-T
               WHEN 4 MOVE "FRI" TO DTU-DAY-T
               WHEN 5 MOVE "SAT" TO DTU-DAY-T
               WHEN OTHER MOVE "SUN" TO DTU-DAY-T
           END-EVALUATE.
           MOVE SPACES TO DTU-ANSWER.
           MOVE 1 TO DTU-PT.
           STRING "RES=" DELIMITED BY SIZE
               DTU-RES-DATE DELIMITED BY SIZE
               " DAY=" DELIMITED BY SIZE
               DTU-DAY-T DELIMITED BY SIZE
               INTO DTU-ANSWER
               WITH POINTER DTU-PT
           END-STRING.
       EXIT SECTION.
      *>   DTU-RESULT-WRITE puts the request number and operation
      *>   ahead of the answer the operation left in DTU-ANSWER.
       DTU-RESULT-WRITE SECTION.
           MOVE DTU-REQ-NO TO DTU-REQ-NO-Z.
           MOVE SPACES TO DTU-RESULT-LINE.
           STRING "REQ=" DELIMITED BY SIZE
               FUNCTION TRIM(DTU-REQ-NO-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DTU-OP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DTU-ANSWER(1:DTU-PT - 1) DELIMITED BY SIZE
               INTO DTU-RESULT-LINE
           END-STRING.
           WRITE DTU-RESULT-REC FROM DTU-RESULT-LINE.
           PERFORM DTU-RESULT-WRITE-CHECK.
       EXIT SECTION.
      *>   DTU-REJECT-WRITE answers a refused request with its
      *>   reason and text, and sends it to the reject trail.
       DTU-REJECT-WRITE SECTION.
           IF DTU-BATCH-RC < 4
               MOVE 4 TO DTU-BATCH-RC
           END-IF.
           MOVE DTU-REQ-NO TO DTU-REQ-NO-Z.
           MOVE SPACES TO DTU-RESULT-LINE.
           STRING "REQ=" DELIMITED BY SIZE
               FUNCTION TRIM(DTU-REQ-NO-Z) DELIMITED BY SIZE
               " REJECTED REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(DTU-REASON) DELIMITED BY SIZE
               " REQUEST=" DELIMITED BY SIZE
               DTU-REQUEST-REC(1:60) DELIMITED BY SIZE
               INTO DTU-RESULT-LINE
           END-STRING.
           WRITE DTU-RESULT-REC FROM DTU-RESULT-LINE.
           PERFORM DTU-RESULT-WRITE-CHECK.
           MOVE DTU-REASON TO RJ-REASON-CODE.
           EVALUATE DTU-REASON
               WHEN "MALFORMED"
                   MOVE "WRONG OPERAND COUNT FOR THE OPERATION"
                       TO RJ-REASON-TEXT
               WHEN "UNKNOWN-OP"
                   MOVE "NOT A DATEUTIL OPERATION"
                       TO RJ-REASON-TEXT
               WHEN "BAD-DATE"
                   MOVE "OPERAND NOT A REAL YYYYMMDD DATE"
                       TO RJ-REASON-TEXT
               WHEN "BAD-COUNT"
                   MOVE "DAY COUNT NOT A WHOLE NUMBER IN RANGE"
                       TO RJ-REASON-TEXT
               WHEN "BAD-MONTH"
                   MOVE "OPERAND NOT A REAL YYYYMM MONTH"
                       TO RJ-REASON-TEXT
               WHEN "OUT-OF-RANGE"
                   MOVE "ANSWER PAST THE CALENDAR'S DATE RANGE"
                       TO RJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO RJ-REASON-TEXT
           END-EVALUATE.
           PERFORM DTU-REJREC-WRITE.
       EXIT SECTION.
      *>   DTU-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to DTU-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the request already being refused.
       DTU-REJREC-WRITE SECTION.
           MOVE "DATEUTIL" TO RJ-PROGRAM.
           MOVE DTU-REQUEST-DSN TO RJ-INPUT-DSN.
           MOVE DTU-REQ-RECNO TO RJ-RECORD-NO.
           MOVE DTU-REQUEST-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT DTU-REJECT-OPENED
               OPEN EXTEND DTU-REJECT-FILE
               IF DTU-REJECT-FS = "05" OR DTU-REJECT-FS = "35"
                   OPEN OUTPUT DTU-REJECT-FILE
               END-IF
               MOVE 1 TO DTU-REJECT-OPEN-SW
           END-IF.
           WRITE DTU-REJECT-REC FROM RJ-RECORD.
           IF DTU-REJECT-FS NOT = "00" AND DTU-REJECT-ERR-SW = 0
               MOVE 1 TO DTU-REJECT-ERR-SW
               DISPLAY "DATEUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(DTU-REJECT-DSN)
                   " FS=" DTU-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   DTU-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes). The parameter field, when given, names
      *>   the calendar dataset ahead of BATCH-CALENDAR.
       DTU-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO DTU-REQUEST-DSN
               ELSE
                   MOVE "DATEREQ.DAT" TO DTU-REQUEST-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO DTU-RESULT-DSN
               ELSE
                   MOVE "DATERESULT.DAT" TO DTU-RESULT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO DTU-CAL-DSN
               END-IF
           END-IF.
       EXIT SECTION.
      *>   DTU-RESULT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log.
       DTU-RESULT-WRITE-CHECK SECTION.
           IF DTU-RESULT-FS NOT = "00" AND DTU-RESULT-ERR-SW = 0
               MOVE 1 TO DTU-RESULT-ERR-SW
               MOVE 8 TO DTU-BATCH-RC
               DISPLAY "DATEUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(DTU-RESULT-DSN)
                   " FS=" DTU-RESULT-FS
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM DATEUTIL.
