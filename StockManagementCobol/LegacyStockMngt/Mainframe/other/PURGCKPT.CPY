      ******************************************************************
      * PURGCKPT - RESTART CHECKPOINT RECORD FOR EMPPURGE              *
      *            HOLDS THE RETENTION CUTOFF THE RUN STARTED WITH,    *
      *            THE PURGE STEP IN PROGRESS (0 = BUILDING THE PURGE  *
      *            LIST, 1-9 = ONE FILE EACH, IN EMPPURG REMOVED-COUNT *
      *            ORDER, 10 = FINISHED) AND, FOR THE KEYED FILES      *
      *            PURGED IN PLACE (STEPS 8 AND 9), HOW MANY PURGE     *
      *            LIST ENTRIES ARE COMMITTED.  A COPIED-FORWARD FILE  *
      *            (STEPS 1-7) IS REDONE FROM ITS FIRST ROW ON A       *
      *            RESTART.  EITHER WAY THE RESTART RUNS AGAINST THE   *
      *            CUTOFF OF THE ORIGINAL RUN.                         *
      ******************************************************************
       01  PURGCKPT-RECORD.
           05  PCK-RETENTION-YEARS     PIC 9(02).
           05  PCK-CUTOFF-DATE         PIC X(10).
           05  PCK-STEP                PIC 9(02).
           05  PCK-ROWS-DONE           PIC S9(09) USAGE COMP.
           05  PCK-DEFERRED            PIC S9(09) USAGE COMP.
           05  PCK-FILE-TOTALS OCCURS 9 TIMES.
               10  PCK-FILE-READ       PIC S9(09) USAGE COMP.
               10  PCK-FILE-REMOVED    PIC S9(09) USAGE COMP.
           05  PCK-RUN-COMPLETE        PIC X(01).
               88  PCK-COMPLETE                VALUE 'Y'.
               88  PCK-IN-PROGRESS             VALUE 'N'.
