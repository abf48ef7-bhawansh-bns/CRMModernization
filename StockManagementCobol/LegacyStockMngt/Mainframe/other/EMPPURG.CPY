      ******************************************************************
      * EMPPURG - RETENTION PURGE LIST RECORD, ONE PER EMPNO EMPPURGE  *
      *           FOUND TERMINATED OR RETIRED ON EMPSTAT SINCE BEFORE  *
      *           THE RETENTION CUTOFF, IN EMPNO SEQUENCE.  ACTION     *
      *           'P' MEANS THE EMPNO IS BEING PURGED; 'H' MEANS IT IS *
      *           STILL ON EMPMSTR AND IS HELD, NOTHING REMOVED.       *
      *           REMOVED COUNTS THE ROWS TAKEN OUT OF EACH FILE, IN   *
      *           PURGE STEP ORDER: EMPAUDIT, STATAUDT, EMPSUSP,       *
      *           EMPJRNL, MSGARCH, MSGHDR, MSGSEG, MSGDISP, EMPSTAT.  *
      *           THE LIST IS REWRITTEN WITH EVERY CHECKPOINT SO A     *
      *           RESTART WORKS THE SAME EMPNOS AND KEEPS THE COUNTS   *
      *           FOR THE PURGE CERTIFICATE.                           *
      ******************************************************************
       01  EMPPURG-RECORD.
           05  PRG-EMPNO                PIC X(06).
           05  PRG-STAT-CODE            PIC X(01).
           05  PRG-EFFECTIVE-DATE       PIC X(10).
           05  PRG-ACTION               PIC X(01).
               88  PRG-PURGE                      VALUE 'P'.
               88  PRG-HELD                       VALUE 'H'.
           05  PRG-REMOVED              PIC 9(07) OCCURS 9 TIMES.
