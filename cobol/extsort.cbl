           MOVE EXTSORT-IN-DSN TO JA-INPUT-DSN.
           MOVE EXTSORT-IN-COUNT TO JA-RECORD-COUNT.
           MOVE EXTSORT-IN-COUNT TO BATCH-PARM-RECORDS.
           MOVE "Y" TO BATCH-PARM-FLOW-SET.
           MOVE EXTSORT-IN-COUNT TO BATCH-PARM-IN-RECORDS.
           MOVE EXTSORT-OUT-COUNT TO BATCH-PARM-OUT-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   EXTSORT-CTRL-LOAD reads the control rules, one record at
