       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Every routine writes proper result records now —
      *>   CASEANSWER.DAT, BSANSWER.DAT, GCDOUT.DAT, CRTRESULT.DAT,
      *>   FLOWOUT.DAT —
      *>   but "what did list 1402 reduce to last Tuesday" still
      *>   meant archaeology through archived flat files. RESLOAD is
      *>   the nightly warehouse step: it sweeps the answer datasets
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
      *>   RSL-IN-REC is as wide as the widest answer record
      *>   (CRTRESULT.DAT's 200 bytes), and the master's text is
      *>   the same 200, so a BIGCALC-sized CRT answer is stored
      *>   whole: half an answer in the warehouse would be read
      *>   back by RESQUERY, RESDRIFT and RESEXTRACT as the whole
      *>   of it.
           FD RSL-IN-FILE.
               01 RSL-IN-REC PIC X(200).
           FD RSL-MAS-FILE.
               01 RSL-MAS-REC.
                   03 RSL-MAS-KEY.
                       05 RSL-MAS-JOB PIC X(8).
                       05 RSL-MAS-DATE PIC 9(8).
                       05 RSL-MAS-SEQ PIC 9(9).
                   03 RSL-MAS-TEXT PIC X(200).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
      *>   A new answer dataset is one entry here and the
      *>   OCCURS/RSL-SRC-COUNT pair raised together.
           01 RSL-SRC-LIST.
               03 RSL-SRC-COUNT BINARY-LONG SIGNED VALUE 5.
               03 RSL-SRC-VALS.
                   05 FILLER PIC X(20) VALUE "CASEANSWER.DAT".
                   05 FILLER PIC X(8) VALUE "ATCJOB01".
                   05 FILLER PIC X(8) VALUE "GCDJOB01".
                   05 FILLER PIC X(20) VALUE "CRTRESULT.DAT".
                   05 FILLER PIC X(8) VALUE "CRTJOB01".
                   05 FILLER PIC X(20) VALUE "FLOWOUT.DAT".
                   05 FILLER PIC X(8) VALUE "FLWJOB01".
               03 RSL-SRC-TAB REDEFINES RSL-SRC-VALS.
                   05 RSL-SRC-I OCCURS 5 TIMES.
                       07 RSL-SRC-DSN PIC X(20).
                       07 RSL-SRC-JOB PIC X(8).
       PROCEDURE DIVISION.
