      ******************************************************************
      * EMPJRNL - FORWARD-RECOVERY JOURNAL RECORD FOR EMPMSTR.  EMPUPDT*
      *           APPENDS ONE ROW FOR EVERY TRANSACTION IT ACTUALLY    *
      *           COMMITS TO THE MASTER (A HIRE WRITTEN, A CHANGE      *
      *           REWRITTEN, A TERMINATION DELETED), CARRYING THE FULL *
      *           DCLEMP IMAGE AS IT WAS LEFT ON THE MASTER - THE      *
      *           FINAL IMAGE FOR A TERMINATION.  RUN-DATE/RUN-TIME    *
      *           ARE THOSE OF THE EMPUPDT STEP'S RUNLOG START EVENT;  *
      *           SEQ RUNS FROM 1 WITHIN EACH RUN DATE AND CARRIES ON  *
      *           ACROSS A RESTART OR A SECOND RUN THE SAME DAY, SO    *
      *           RUN-DATE + SEQ NAMES ONE COMMITTED TRANSACTION.      *
      *           FIELDS-CHANGED IS THE NUMBER OF EMPAUDIT ROWS THE    *
      *           TRANSACTION WROTE, WHICH IS WHAT EMPUPDT'S RUNLOG    *
      *           COMPLETION EVENT TOTALS AS ROWS-OUT.  EMPRCVR REPLAYS*
      *           THE JOURNAL OVER AN EMPUNLD BACKUP.                  *
      ******************************************************************
       01  EMPJRNL-RECORD.
           05  JRN-RUN-DATE             PIC 9(08).
           05  JRN-RUN-TIME             PIC 9(08).
           05  JRN-SEQ                  PIC 9(09).
           05  JRN-TRANS-TYPE           PIC X(01).
               88  JRN-CHANGE                     VALUE 'C'.
               88  JRN-ADD                        VALUE 'A'.
               88  JRN-TERMINATE                  VALUE 'T'.
               88  JRN-JOB-DATA                   VALUE 'J'.
           05  JRN-EMPNO                PIC X(06).
           05  JRN-FIELDS-CHANGED       PIC 9(03).
           05  JRN-CHG-TIMESTAMP        PIC X(26).
           05  JRN-EMP-IMAGE            PIC X(91).
