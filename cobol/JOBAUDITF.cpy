           FD JOBAUDIT-FILE.
               01 JOBAUDIT-REC PIC X(132).
           FD JOBAUDIT-CHN-FILE.
               01 JOBAUDIT-CHN-REC PIC X(40).
