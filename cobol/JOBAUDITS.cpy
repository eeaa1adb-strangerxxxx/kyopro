           SELECT JOBAUDIT-FILE ASSIGN TO DYNAMIC JOBAUDIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JOBAUDIT-FS.
      *>   JOBAUDIT-CHN-FILE is the one-record chain tip beside it.
           SELECT JOBAUDIT-CHN-FILE ASSIGN TO DYNAMIC JOBAUDIT-CHN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JOBAUDIT-CHN-FS.
