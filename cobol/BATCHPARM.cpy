      *>   count it stamps on the audit trail before it GOBACKs, so
      *>   the dispatching BATCHSUITE can carry the figure into the
      *>   step runtime history without re-reading anything.
      *>   BATCH-PARM-IN-RECORDS and BATCH-PARM-OUT-RECORDS travel
      *>   back the same way from a step whose records read and
      *>   written differ — an edit that rejects, a sort that sums —
      *>   for the battery's control-total balancing; such a step
      *>   sets BATCH-PARM-FLOW-SET to "Y". One that leaves it unset
      *>   is taken to have read and written BATCH-PARM-RECORDS.
           01 BATCH-PARM EXTERNAL.
               03 BATCH-PARM-SET PIC X.
                   88 BATCH-PARM-PRESENT VALUE "Y".
               03 BATCH-PARM-OUTPUT-DSN PIC X(100).
               03 BATCH-PARM-TEXT PIC X(40).
               03 BATCH-PARM-RECORDS BINARY-DOUBLE UNSIGNED.
               03 BATCH-PARM-FLOW-SET PIC X.
                   88 BATCH-PARM-FLOW-PRESENT VALUE "Y".
               03 BATCH-PARM-IN-RECORDS BINARY-DOUBLE UNSIGNED.
               03 BATCH-PARM-OUT-RECORDS BINARY-DOUBLE UNSIGNED.
