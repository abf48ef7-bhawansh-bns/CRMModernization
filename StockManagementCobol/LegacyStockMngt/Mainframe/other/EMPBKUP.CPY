      ******************************************************************
      * EMPBKUP - FULL-IMAGE BACKUP RECORD WRITTEN BY EMPUNLD AND READ *
      *           BACK BY EMPRCVR.  ONE BACKUP FILE HOLDS A HEADER     *
      *           ('H', THE BACKUP DATE AND TIME), EVERY EMPMSTR ROW   *
      *           ('E', THE DCLEMP IMAGE) FOLLOWED BY ITS TRAILER,     *
      *           THEN EVERY EMPSTAT ROW ('S', THE EMPSTAT-RECORD      *
      *           IMAGE) FOLLOWED BY ITS TRAILER.  EACH TRAILER ('T')  *
      *           CARRIES THE ROW COUNT, THE SUM OF THE NUMERIC EMPNOS *
      *           AND A VALUE HASH - SALARY + BONUS + COMM FOR         *
      *           EMPMSTR, THE SUM OF THE YYYYMMDD EFFECTIVE DATES FOR *
      *           EMPSTAT - SO A RELOAD CAN PROVE THE FILE IS WHOLE.   *
      ******************************************************************
       01  EMPBKUP-RECORD.
           05  BKP-REC-TYPE             PIC X(01).
               88  BKP-HEADER                     VALUE 'H'.
               88  BKP-EMP-ROW                    VALUE 'E'.
               88  BKP-STAT-ROW                   VALUE 'S'.
               88  BKP-TRAILER                    VALUE 'T'.
           05  BKP-DATA                 PIC X(91).
           05  BKP-HEADER-DATA REDEFINES BKP-DATA.
               10  BKP-HDR-DATE         PIC 9(08).
               10  BKP-HDR-TIME         PIC 9(08).
               10  FILLER               PIC X(75).
           05  BKP-TRAILER-DATA REDEFINES BKP-DATA.
               10  BKP-TRL-FILE         PIC X(08).
                   88  BKP-TRL-EMPMSTR            VALUE 'EMPMSTR'.
                   88  BKP-TRL-EMPSTAT            VALUE 'EMPSTAT'.
               10  BKP-TRL-COUNT        PIC 9(09).
               10  BKP-TRL-EMPNO-HASH   PIC 9(15).
               10  BKP-TRL-VALUE-HASH   PIC S9(13)V9(02).
               10  FILLER               PIC X(44).
