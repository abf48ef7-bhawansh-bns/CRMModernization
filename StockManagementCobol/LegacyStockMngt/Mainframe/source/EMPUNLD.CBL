      ******************************************************************
      * PROGRAM-ID: EMPUNLD                                            *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     FULL-IMAGE UNLOAD/BACKUP OF THE EMPMSTR EMPLOYEE MASTER    *
      *     AND THE EMPSTAT STATUS FILE.  BOTH ARE READ IN KEY         *
      *     SEQUENCE AND WRITTEN TO ONE EMPBKUP FILE: A HEADER WITH    *
      *     THE BACKUP DATE AND TIME (THOSE OF THIS STEP'S RUNLOG      *
      *     START EVENT), THE EMPMSTR IMAGES AND THEIR TRAILER, THEN   *
      *     THE EMPSTAT IMAGES AND THEIR TRAILER.  EACH TRAILER        *
      *     CARRIES THE RECORD COUNT AND TWO HASH TOTALS (SUM OF THE   *
      *     NUMERIC EMPNOS; SALARY+BONUS+COMM OR THE SUM OF THE        *
      *     EFFECTIVE DATES) WHICH ARE ALSO PRINTED ON THE REPORT.     *
      *     EMPRCVR RELOADS FROM THIS FILE AND ROLLS THE MASTER        *
      *     FORWARD FROM THE EMPJRNL JOURNAL.  RUN IT WHEN EMPUPDT IS  *
      *     NOT RUNNING, SO THE BACKUP POINT IS CLEAN.                 *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPUNLD.
       AUTHOR. R. KESSLER.
       INSTALLATION. HR_DB BATCH SUITE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE      ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPNO OF DCLEMP
               FILE STATUS IS WS-EMP-STATUS.

           SELECT STAT-FILE     ASSIGN TO EMPSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-EMPNO
               FILE STATUS IS WS-STAT-STATUS.

           SELECT BKUP-FILE     ASSIGN TO EMPBKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

           SELECT RPT-FILE      ASSIGN TO EMPUNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORDING MODE IS F.
           COPY EMP.

       FD  STAT-FILE
           RECORDING MODE IS F.
           COPY EMPSTAT.

       FD  BKUP-FILE
           RECORDING MODE IS F.
           COPY EMPBKUP.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RUNLOG-OK                      VALUES '00' '05'.
       01  WS-RUNLOG-DATE              PIC 9(08).
       01  WS-RUNLOG-TIME              PIC 9(08).
       01  WS-EMP-STATUS               PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                         VALUE '00'.
       01  WS-STAT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-STAT-OK                        VALUE '00'.
       01  WS-BKUP-STATUS              PIC X(02) VALUE SPACES.
           88  WS-BKUP-OK                        VALUE '00'.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT                      VALUE 'Y'.

       01  WS-BACKUP-DATE              PIC 9(08) VALUE ZERO.
       01  WS-BACKUP-TIME              PIC 9(08) VALUE ZERO.
       01  WS-EMPNO-NUM                PIC 9(06).

      ******************************************************************
      * CONTROL TOTALS, ONE SET PER FILE UNLOADED                      *
      ******************************************************************
       01  WS-EMP-COUNT                PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-EMP-EMPNO-HASH           PIC 9(15) VALUE ZERO.
       01  WS-EMP-VALUE-HASH           PIC S9(13)V9(02) VALUE ZERO.
       01  WS-STAT-COUNT               PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-STAT-EMPNO-HASH          PIC 9(15) VALUE ZERO.
       01  WS-STAT-VALUE-HASH          PIC S9(13)V9(02) VALUE ZERO.
       01  WS-STAT-DATE-NUM            PIC 9(08).
       01  WS-STAT-DATE-PARTS REDEFINES WS-STAT-DATE-NUM.
           05  WS-STAT-DATE-YYYY       PIC X(04).
           05  WS-STAT-DATE-MM         PIC X(02).
           05  WS-STAT-DATE-DD         PIC X(02).

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(44) VALUE
               'EMPUNLD - EMPMSTR/EMPSTAT FULL-IMAGE BACKUP'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(14) VALUE 'BACKUP POINT  '.
           05  RH-BACKUP-DATE          PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RH-BACKUP-TIME          PIC 9(08).
       01  WS-RPT-HEADING-3.
           05  FILLER  PIC X(08) VALUE 'FILE'.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FILLER  PIC X(11) VALUE '    RECORDS'.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FILLER  PIC X(19) VALUE '         EMPNO HASH'.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FILLER  PIC X(22) VALUE '            VALUE HASH'.
       01  WS-RPT-DETAIL.
           05  RD-FILE                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-EMPNO-HASH           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-VALUE-HASH           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           IF NOT WS-ABORT
               PERFORM 2000-UNLOAD-EMPMSTR THRU 2000-EXIT
               PERFORM 3000-UNLOAD-EMPSTAT THRU 3000-EXIT
           END-IF.
           PERFORM 4000-FINALIZE       THRU 4000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN EVERYTHING AND WRITE THE HEADER         *
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'S'    TO RUNLOG-EVENT.
           MOVE ZERO   TO RUNLOG-ROWS-IN
                          RUNLOG-ROWS-OUT
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
           MOVE WS-RUNLOG-DATE TO WS-BACKUP-DATE.
           MOVE WS-RUNLOG-TIME TO WS-BACKUP-TIME.

           OPEN INPUT  EMP-FILE
                       STAT-FILE.
           OPEN OUTPUT BKUP-FILE
                       RPT-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'EMPUNLD: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF NOT WS-STAT-OK
               DISPLAY 'EMPUNLD: UNABLE TO OPEN EMPSTAT, STATUS='
                       WS-STAT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF NOT WS-BKUP-OK
               DISPLAY 'EMPUNLD: UNABLE TO OPEN EMPBKUP, STATUS='
                       WS-BKUP-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BACKUP-DATE TO RH-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO RH-BACKUP-TIME.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES         TO EMPBKUP-RECORD.
           MOVE 'H'            TO BKP-REC-TYPE.
           MOVE WS-BACKUP-DATE TO BKP-HDR-DATE.
           MOVE WS-BACKUP-TIME TO BKP-HDR-TIME.
           WRITE EMPBKUP-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-UNLOAD-EMPMSTR - EVERY DCLEMP IMAGE IN KEY SEQUENCE, THEN *
      *                       THE EMPMSTR TRAILER                      *
      ******************************************************************
       2000-UNLOAD-EMPMSTR.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO EMPNO OF DCLEMP.
           START EMP-FILE KEY IS NOT LESS THAN EMPNO OF DCLEMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF
               PERFORM 2100-READ-EMPMSTR THRU 2100-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               MOVE SPACES TO EMPBKUP-RECORD
               MOVE 'E'    TO BKP-REC-TYPE
               MOVE DCLEMP TO BKP-DATA
               WRITE EMPBKUP-RECORD
               ADD 1 TO WS-EMP-COUNT
               IF EMPNO OF DCLEMP IS NUMERIC
                   MOVE EMPNO OF DCLEMP TO WS-EMPNO-NUM
                   ADD WS-EMPNO-NUM TO WS-EMP-EMPNO-HASH
               END-IF
               ADD SALARY OF DCLEMP
                   BONUS  OF DCLEMP
                   COMM   OF DCLEMP TO WS-EMP-VALUE-HASH
               PERFORM 2100-READ-EMPMSTR THRU 2100-EXIT
           END-PERFORM.

           MOVE SPACES             TO EMPBKUP-RECORD.
           MOVE 'T'                TO BKP-REC-TYPE.
           MOVE 'EMPMSTR'          TO BKP-TRL-FILE.
           MOVE WS-EMP-COUNT       TO BKP-TRL-COUNT.
           MOVE WS-EMP-EMPNO-HASH  TO BKP-TRL-EMPNO-HASH.
           MOVE WS-EMP-VALUE-HASH  TO BKP-TRL-VALUE-HASH.
           WRITE EMPBKUP-RECORD.

           MOVE 'EMPMSTR'          TO RD-FILE.
           MOVE WS-EMP-COUNT       TO RD-COUNT.
           MOVE WS-EMP-EMPNO-HASH  TO RD-EMPNO-HASH.
           MOVE WS-EMP-VALUE-HASH  TO RD-VALUE-HASH.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       2000-EXIT.
           EXIT.

       2100-READ-EMPMSTR.
           READ EMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-UNLOAD-EMPSTAT - EVERY EMPSTAT ROW IN KEY SEQUENCE, THEN  *
      *                       THE EMPSTAT TRAILER                      *
      ******************************************************************
       3000-UNLOAD-EMPSTAT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO STAT-EMPNO.
           START STAT-FILE KEY IS NOT LESS THAN STAT-EMPNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF
               PERFORM 3100-READ-EMPSTAT THRU 3100-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               MOVE SPACES         TO EMPBKUP-RECORD
               MOVE 'S'            TO BKP-REC-TYPE
               MOVE EMPSTAT-RECORD TO BKP-DATA
               WRITE EMPBKUP-RECORD
               ADD 1 TO WS-STAT-COUNT
               IF STAT-EMPNO IS NUMERIC
                   MOVE STAT-EMPNO TO WS-EMPNO-NUM
                   ADD WS-EMPNO-NUM TO WS-STAT-EMPNO-HASH
               END-IF
               PERFORM 3200-HASH-STAT-DATE THRU 3200-EXIT
               PERFORM 3100-READ-EMPSTAT THRU 3100-EXIT
           END-PERFORM.

           MOVE SPACES             TO EMPBKUP-RECORD.
           MOVE 'T'                TO BKP-REC-TYPE.
           MOVE 'EMPSTAT'          TO BKP-TRL-FILE.
           MOVE WS-STAT-COUNT      TO BKP-TRL-COUNT.
           MOVE WS-STAT-EMPNO-HASH TO BKP-TRL-EMPNO-HASH.
           MOVE WS-STAT-VALUE-HASH TO BKP-TRL-VALUE-HASH.
           WRITE EMPBKUP-RECORD.

           MOVE 'EMPSTAT'          TO RD-FILE.
           MOVE WS-STAT-COUNT      TO RD-COUNT.
           MOVE WS-STAT-EMPNO-HASH TO RD-EMPNO-HASH.
           MOVE WS-STAT-VALUE-HASH TO RD-VALUE-HASH.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       3000-EXIT.
           EXIT.

       3100-READ-EMPSTAT.
           READ STAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-HASH-STAT-DATE - THE 'YYYY-MM-DD' EFFECTIVE DATE ADDS IN  *
      *                       AS YYYYMMDD; A MALFORMED DATE ADDS ZERO  *
      ******************************************************************
       3200-HASH-STAT-DATE.
           MOVE STAT-EFFECTIVE-DATE (1:4) TO WS-STAT-DATE-YYYY.
           MOVE STAT-EFFECTIVE-DATE (6:2) TO WS-STAT-DATE-MM.
           MOVE STAT-EFFECTIVE-DATE (9:2) TO WS-STAT-DATE-DD.
           IF WS-STAT-DATE-NUM IS NUMERIC
               ADD WS-STAT-DATE-NUM TO WS-STAT-VALUE-HASH
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE                                                  *
      ******************************************************************
       4000-FINALIZE.
           CLOSE EMP-FILE
                 STAT-FILE
                 BKUP-FILE
                 RPT-FILE.

           MOVE 'E'                TO RUNLOG-EVENT.
           COMPUTE RUNLOG-ROWS-IN  = WS-EMP-COUNT + WS-STAT-COUNT.
           MOVE RUNLOG-ROWS-IN     TO RUNLOG-ROWS-OUT.
           MOVE ZERO               TO RUNLOG-ROWS-REJECT.
           IF WS-ABORT
               MOVE 'ERR' TO RUNLOG-STATUS
               MOVE 8     TO RETURN-CODE
           ELSE
               MOVE 'OK'  TO RUNLOG-STATUS
           END-IF.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'EMPUNLD ' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'EMPUNLD: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
