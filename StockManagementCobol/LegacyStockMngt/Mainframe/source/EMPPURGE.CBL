      ******************************************************************
      * PROGRAM-ID: EMPPURGE                                           *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     RETENTION PURGE OF PERSONAL DATA FOR LONG-DEPARTED         *
      *     EMPLOYEES.  THE PURGCTL CARD GIVES THE RETENTION PERIOD IN *
      *     YEARS (REQUIRED - THERE IS NO DEFAULT) AND THE CHECKPOINT  *
      *     INTERVAL.  EVERY EMPNO TERMINATED OR RETIRED ON EMPSTAT    *
      *     WITH AN EFFECTIVE DATE BEFORE TODAY LESS THAT MANY YEARS   *
      *     IS LOOKED UP ON EMPMSTR FIRST: ANYONE STILL ON THE MASTER  *
      *     IS HELD AND NOTHING OF THEIRS IS TOUCHED.  FOR EVERYONE    *
      *     ELSE THE JOB REMOVES THEIR ROWS FROM -                     *
      *         EMPAUDIT  EMPLOYEE CHANGE AUDIT HISTORY                *
      *         STATAUDT  STATUS CHANGE AUDIT HISTORY                  *
      *         EMPSUSP   SUSPENDED TRANSACTIONS                       *
      *         EMPJRNL   EMPUPDT RECOVERY JOURNAL (ALSO TRIMMED OF    *
      *                   ROWS LOGGED BEFORE THE CUTOFF, WHICH NO      *
      *                   BACKUP STILL KEPT CAN NEED)                  *
      *         MSGARCH   ARCHIVED IN-TRAY NOTES (ALL GENERATIONS      *
      *                   CONCATENATED AT THE DD, WRITTEN BACK AS ONE  *
      *                   CONSOLIDATED GENERATION)                     *
      *         MSGHDR    SPLIT NOTE HEADERS                           *
      *         MSGSEG    SPLIT NOTE SEGMENTS                          *
      *         MSGDISP   NOTE DISPOSITIONS (DELETED IN PLACE)         *
      *         EMPSTAT   THE STATUS ROW ITSELF (DELETED IN PLACE)     *
      *     THE SEQUENTIAL FILES ARE COPIED FORWARD TO A NEW           *
      *     GENERATION ('..OT' DDS) WITHOUT THE PURGED ROWS; THE JOB   *
      *     STREAM CATALOGS THEM OVER THE OLD ONES.  AGGREGATE         *
      *     HISTORY (DEPTHIST) IS NOT TOUCHED.  THE PURGRPT REPORT IS  *
      *     THE PURGE CERTIFICATE FOR THE COMPLIANCE OFFICE: ONE ENTRY *
      *     PER EMPNO WITH THE ROWS REMOVED FROM EACH FILE.            *
      *     THE PURGE LIST (PURGLIST) AND A CHECKPOINT (PURGCKPT) ARE  *
      *     REWRITTEN AT THE END OF EACH FILE, AND IN THE MSGDISP AND  *
      *     EMPSTAT STEPS AFTER EVERY EMPNO THAT HAD ROWS DELETED AND  *
      *     EVERY N EMPNOS.  A RESTART RUNS WITH THE CUTOFF AND PURGE  *
      *     LIST OF THE ORIGINAL RUN: A COPIED-FORWARD FILE IS COPIED  *
      *     AGAIN FROM ITS FIRST ROW TO A FRESH NEW GENERATION, A FILE *
      *     PURGED IN PLACE CARRIES ON AFTER THE LAST COMMITTED EMPNO. *
      *     THE TOTALS FOR EMPJRNL INCLUDE THE ROWS AGED OFF BY DATE,  *
      *     WHICH ARE NOT CHARGED TO ANY EMPNO.  A LIST LONGER THAN THE*
      *     TABLE LEAVES THE REST FOR THE NEXT RUN (RC 4), AS DOES AN  *
      *     EMPNO HELD BECAUSE IT IS STILL ON EMPMSTR.                 *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPURGE.
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

           SELECT DISP-FILE     ASSIGN TO MSGDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDS-KEY
               FILE STATUS IS WS-DISP-STATUS.

           SELECT OPTIONAL EAUD-IN-FILE  ASSIGN TO EMPAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT EAUD-OUT-FILE ASSIGN TO EMPAUDOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL SAUD-IN-FILE  ASSIGN TO STATAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SAUD-OUT-FILE ASSIGN TO STATAUOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL SUSP-IN-FILE  ASSIGN TO EMPSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SUSP-OUT-FILE ASSIGN TO EMPSUSOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL JRNL-IN-FILE  ASSIGN TO EMPJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT JRNL-OUT-FILE ASSIGN TO EMPJRNOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL ARCH-IN-FILE  ASSIGN TO MSGARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT ARCH-OUT-FILE ASSIGN TO MSGARCOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL HDR-IN-FILE   ASSIGN TO MSGHDRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT HDR-OUT-FILE  ASSIGN TO MSGHDROT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT OPTIONAL SEG-IN-FILE   ASSIGN TO MSGSEGIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SEG-OUT-FILE  ASSIGN TO MSGSEGOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT LIST-FILE     ASSIGN TO PURGLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT CTL-FILE      ASSIGN TO PURGCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CKPT-FILE     ASSIGN TO PURGCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT RPT-FILE      ASSIGN TO PURGRPT
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

       FD  DISP-FILE
           RECORDING MODE IS F.
           COPY MSGDISP.

      *    THE COPIED-FORWARD FILES ARE ONLY EVER LOOKED AT FOR THE
      *    EMPNO, SO EACH IS HELD AS ITS RAW IMAGE WITH THE EMPNO
      *    NAMED - AUDITREC, EMPSUSP (EMPNO INSIDE THE EMPCHG IMAGE),
      *    EMPJRNL (WITH ITS RUN DATE), THE MSGARCHV ARCHIVE ROW,
      *    MSGHDR AND MSGSEG RESPECTIVELY.
       FD  EAUD-IN-FILE
           RECORDING MODE IS F.
       01  EAUD-IN-RECORD.
           05  EAUD-IN-EMPNO           PIC X(06).
           05  FILLER                  PIC X(66).

       FD  EAUD-OUT-FILE
           RECORDING MODE IS F.
       01  EAUD-OUT-RECORD             PIC X(72).

       FD  SAUD-IN-FILE
           RECORDING MODE IS F.
       01  SAUD-IN-RECORD.
           05  SAUD-IN-EMPNO           PIC X(06).
           05  FILLER                  PIC X(66).

       FD  SAUD-OUT-FILE
           RECORDING MODE IS F.
       01  SAUD-OUT-RECORD             PIC X(72).

       FD  SUSP-IN-FILE
           RECORDING MODE IS F.
       01  SUSP-IN-RECORD.
           05  FILLER                  PIC X(01).
           05  SUSP-IN-EMPNO           PIC X(06).
           05  FILLER                  PIC X(171).

       FD  SUSP-OUT-FILE
           RECORDING MODE IS F.
       01  SUSP-OUT-RECORD             PIC X(178).

       FD  JRNL-IN-FILE
           RECORDING MODE IS F.
       01  JRNL-IN-RECORD.
           05  JRNL-IN-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(18).
           05  JRNL-IN-EMPNO           PIC X(06).
           05  FILLER                  PIC X(120).

       FD  JRNL-OUT-FILE
           RECORDING MODE IS F.
       01  JRNL-OUT-RECORD             PIC X(152).

       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-IN-RECORD.
           05  ARCH-IN-EMPNO           PIC X(06).
           05  FILLER                  PIC X(3098).

       FD  ARCH-OUT-FILE
           RECORDING MODE IS F.
       01  ARCH-OUT-RECORD             PIC X(3104).

       FD  HDR-IN-FILE
           RECORDING MODE IS F.
       01  HDR-IN-RECORD.
           05  HDR-IN-EMPNO            PIC X(06).
           05  FILLER                  PIC X(104).

       FD  HDR-OUT-FILE
           RECORDING MODE IS F.
       01  HDR-OUT-RECORD              PIC X(110).

       FD  SEG-IN-FILE
           RECORDING MODE IS F.
       01  SEG-IN-RECORD.
           05  SEG-IN-EMPNO            PIC X(06).
           05  FILLER                  PIC X(281).

       FD  SEG-OUT-FILE
           RECORDING MODE IS F.
       01  SEG-OUT-RECORD              PIC X(287).

       FD  LIST-FILE
           RECORDING MODE IS F.
           COPY EMPPURG.

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-RETENTION-YEARS     PIC 9(02).
           05  CTL-CHECKPOINT-INTERVAL PIC 9(05).

       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-FILE-RECORD            PIC X(95).

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
           88  WS-EMP-NOTFOUND                   VALUE '23'.
       01  WS-STAT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-STAT-OK                        VALUE '00'.
       01  WS-DISP-STATUS              PIC X(02) VALUE SPACES.
           88  WS-DISP-OK                        VALUE '00'.
       01  WS-IN-STATUS                PIC X(02) VALUE SPACES.
           88  WS-IN-OK                          VALUES '00' '05'.
       01  WS-OUT-STATUS               PIC X(02) VALUE SPACES.
           88  WS-OUT-OK                         VALUE '00'.
       01  WS-LIST-STATUS              PIC X(02) VALUE SPACES.
           88  WS-LIST-OK                        VALUE '00'.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CKPT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT                      VALUE 'Y'.
           05  WS-CKPT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-CKPT-FOUND                 VALUE 'Y'.
           05  WS-RESTARTING-SW        PIC X(01) VALUE 'N'.
               88  WS-RESTARTING                 VALUE 'Y'.
           05  WS-PURGE-ROW-SW         PIC X(01) VALUE 'N'.
               88  WS-PURGE-ROW                  VALUE 'Y'.
           05  WS-LIST-CHANGED-SW      PIC X(01) VALUE 'N'.
               88  WS-LIST-CHANGED               VALUE 'Y'.
           05  WS-AGED-ROW-SW          PIC X(01) VALUE 'N'.
               88  WS-AGED-ROW                   VALUE 'Y'.

       01  WS-RETENTION-YEARS          PIC 9(02) VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL      PIC 9(05) VALUE 1000.
       01  WS-ROWS-SINCE-CKPT          PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-STEP-ROWS                PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-SKIP-ROWS                PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-ROW-EMPNO                PIC X(06).
       01  WS-LOOKUP-EMPNO             PIC X(06).

       01  WS-TODAY                    PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC X(02).
           05  WS-TODAY-DD             PIC X(02).
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY          PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-CUTOFF-MM            PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-CUTOFF-DD            PIC X(02).
       01  WS-CUTOFF-NUM               PIC 9(08).
       01  WS-CUTOFF-NUM-PARTS REDEFINES WS-CUTOFF-NUM.
           05  WS-CUTOFF-NUM-YYYY      PIC X(04).
           05  WS-CUTOFF-NUM-MM        PIC X(02).
           05  WS-CUTOFF-NUM-DD        PIC X(02).

       COPY PURGCKPT.

      ******************************************************************
      * PURGE STEPS 1-9 - THE FILE EACH WORKS AND WHAT IT HOLDS, FOR   *
      * THE CERTIFICATE                                                *
      ******************************************************************
       01  WS-FILE-NAME-VALUES.
           05  FILLER  PIC X(08) VALUE 'EMPAUDIT'.
           05  FILLER  PIC X(30) VALUE
               'EMPLOYEE CHANGE AUDIT HISTORY'.
           05  FILLER  PIC X(08) VALUE 'STATAUDT'.
           05  FILLER  PIC X(30) VALUE
               'STATUS CHANGE AUDIT HISTORY'.
           05  FILLER  PIC X(08) VALUE 'EMPSUSP'.
           05  FILLER  PIC X(30) VALUE
               'SUSPENDED TRANSACTIONS'.
           05  FILLER  PIC X(08) VALUE 'EMPJRNL'.
           05  FILLER  PIC X(30) VALUE
               'EMPUPDT RECOVERY JOURNAL'.
           05  FILLER  PIC X(08) VALUE 'MSGARCH'.
           05  FILLER  PIC X(30) VALUE
               'ARCHIVED IN-TRAY NOTES'.
           05  FILLER  PIC X(08) VALUE 'MSGHDR'.
           05  FILLER  PIC X(30) VALUE
               'SPLIT NOTE HEADERS'.
           05  FILLER  PIC X(08) VALUE 'MSGSEG'.
           05  FILLER  PIC X(30) VALUE
               'SPLIT NOTE SEGMENTS'.
           05  FILLER  PIC X(08) VALUE 'MSGDISP'.
           05  FILLER  PIC X(30) VALUE
               'NOTE DISPOSITION ROWS'.
           05  FILLER  PIC X(08) VALUE 'EMPSTAT'.
           05  FILLER  PIC X(30) VALUE
               'EMPLOYMENT STATUS ROW'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-ENTRY OCCURS 9 TIMES.
               10  WS-FILE-DD          PIC X(08).
               10  WS-FILE-DESC        PIC X(30).
       01  WS-FILE-SUB                 PIC S9(04) USAGE COMP.

      ******************************************************************
      * THE PURGE LIST, IN EMPNO SEQUENCE AS READ FROM EMPSTAT; EACH   *
      * ENTRY HAS THE EMPPURG LAYOUT SO IT MOVES TO AND FROM PURGLIST  *
      * WHOLE                                                          *
      ******************************************************************
       01  WS-PL-MAX                   PIC S9(04) USAGE COMP VALUE 5000.
       01  WS-PL-COUNT                 PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-PL-COUNT
                            ASCENDING KEY IS WS-PL-EMPNO
                            INDEXED BY WS-PL-IDX.
               10  WS-PL-EMPNO         PIC X(06).
               10  WS-PL-STAT-CODE     PIC X(01).
               10  WS-PL-EFFECTIVE-DATE
                                       PIC X(10).
               10  WS-PL-ACTION        PIC X(01).
                   88  WS-PL-PURGE               VALUE 'P'.
                   88  WS-PL-HELD                VALUE 'H'.
               10  WS-PL-REMOVED       PIC 9(07) OCCURS 9 TIMES.
       01  WS-THIS-ENTRY               PIC S9(04) USAGE COMP.
       01  WS-PL-SUB                   PIC S9(04) USAGE COMP.
       01  WS-PURGED-COUNT             PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-HELD-COUNT               PIC S9(09) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(52) VALUE
               'EMPPURGE - PERSONAL DATA RETENTION PURGE CERTIFICATE'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(09) VALUE 'RUN DATE '.
           05  RH-RUN-DATE             PIC 9(08).
           05  FILLER  PIC X(13) VALUE '   RETENTION '.
           05  RH-RETENTION-YEARS      PIC Z9.
           05  FILLER  PIC X(16) VALUE ' YEARS   CUTOFF '.
           05  RH-CUTOFF-DATE          PIC X(10).
           05  FILLER  PIC X(03) VALUE SPACES.
           05  RH-RESTART-NOTE         PIC X(30).
       01  WS-RPT-EMPLOYEE.
           05  FILLER  PIC X(06) VALUE 'EMPNO '.
           05  RE-EMPNO                PIC X(06).
           05  FILLER  PIC X(09) VALUE '  STATUS '.
           05  RE-STAT-CODE            PIC X(01).
           05  FILLER  PIC X(12) VALUE '  EFFECTIVE '.
           05  RE-EFFECTIVE-DATE       PIC X(10).
           05  FILLER  PIC X(02) VALUE SPACES.
           05  RE-ACTION               PIC X(44).
       01  WS-RPT-REMOVED.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  RF-FILE-DD              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RF-FILE-DESC            PIC X(30).
           05  RF-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(13) VALUE ' ROWS REMOVED'.
       01  WS-RPT-TOTAL-HEADING.
           05  FILLER  PIC X(08) VALUE 'FILE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(30) VALUE 'CONTENTS'.
           05  FILLER  PIC X(11) VALUE '   EXAMINED'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(11) VALUE '    REMOVED'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(11) VALUE '   RETAINED'.
       01  WS-RPT-FILE-TOTAL.
           05  RT-FILE-DD              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-FILE-DESC            PIC X(30).
           05  RT-FILE-READ            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-FILE-REMOVED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-FILE-KEPT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-PRG.
           05  FILLER  PIC X(20) VALUE 'EMPNOS PURGED.......'.
           05  RT-PURGED               PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-HLD.
           05  FILLER  PIC X(20) VALUE 'HELD - ON EMPMSTR...'.
           05  RT-HELD                 PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DEF.
           05  FILLER  PIC X(20) VALUE 'LEFT FOR NEXT RUN...'.
           05  RT-DEFERRED             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           IF NOT WS-ABORT AND PCK-STEP EQUAL ZERO
               PERFORM 2000-BUILD-PURGE-LIST THRU 2000-EXIT
           END-IF.
           PERFORM 3000-COPY-FORWARD   THRU 3000-EXIT
               UNTIL WS-ABORT OR PCK-STEP > 7.
           IF NOT WS-ABORT AND PCK-STEP EQUAL 8
               PERFORM 4000-PURGE-MSGDISP THRU 4000-EXIT
           END-IF.
           IF NOT WS-ABORT AND PCK-STEP EQUAL 9
               PERFORM 4500-PURGE-EMPSTAT THRU 4500-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZE       THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - CONTROL CARD, CHECKPOINT, AND ON A RESTART   *
      *                   THE PURGE LIST OF THE ORIGINAL RUN           *
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'S'    TO RUNLOG-EVENT.
           MOVE ZERO   TO RUNLOG-ROWS-IN
                          RUNLOG-ROWS-OUT
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1150-READ-CHECKPOINT   THRU 1150-EXIT.
           IF WS-CKPT-FOUND AND PCK-IN-PROGRESS
              AND PCK-STEP > ZERO
               MOVE 'Y' TO WS-RESTARTING-SW
           END-IF.

           IF WS-RESTARTING
               MOVE PCK-ROWS-DONE TO WS-SKIP-ROWS
               DISPLAY 'EMPPURGE: RESTARTING AT STEP ' PCK-STEP
                       ' AFTER ROW ' PCK-ROWS-DONE
                       ' CUTOFF=' PCK-CUTOFF-DATE
               PERFORM 1200-LOAD-PURGE-LIST THRU 1200-EXIT
               GO TO 1000-EXIT
           END-IF.

      *    A FRESH RUN NEVER PURGES ON A DEFAULT RETENTION PERIOD -
      *    WITHOUT A GOOD CARD NOTHING IS TOUCHED.
           IF WS-RETENTION-YEARS EQUAL ZERO
               DISPLAY 'EMPPURGE: NO VALID RETENTION YEARS ON PURGCTL'
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO PCK-STEP
                        PCK-ROWS-DONE
                        PCK-DEFERRED.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 9
               MOVE ZERO TO PCK-FILE-READ (WS-FILE-SUB)
                            PCK-FILE-REMOVED (WS-FILE-SUB)
           END-PERFORM.
           MOVE 'N'  TO PCK-RUN-COMPLETE.
           MOVE WS-RETENTION-YEARS TO PCK-RETENTION-YEARS.
           COMPUTE WS-CUTOFF-YYYY = WS-TODAY-YYYY - WS-RETENTION-YEARS.
           MOVE WS-TODAY-MM    TO WS-CUTOFF-MM.
           MOVE WS-TODAY-DD    TO WS-CUTOFF-DD.
           MOVE WS-CUTOFF-DATE TO PCK-CUTOFF-DATE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-CONTROL-CARD - RETENTION YEARS AND THE CHECKPOINT    *
      *                          INTERVAL (DEFAULT 1000 ROWS)          *
      ******************************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS EQUAL '00'
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RETENTION-YEARS NUMERIC
                           MOVE CTL-RETENTION-YEARS
                             TO WS-RETENTION-YEARS
                       END-IF
                       IF CTL-CHECKPOINT-INTERVAL NUMERIC
                           AND CTL-CHECKPOINT-INTERVAL > ZERO
                           MOVE CTL-CHECKPOINT-INTERVAL
                             TO WS-CHECKPOINT-INTERVAL
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-READ-CHECKPOINT - LOAD THE LAST CHECKPOINT, IF ANY        *
      ******************************************************************
       1150-READ-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-FOUND-SW.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS EQUAL '00'
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-FILE-RECORD TO PURGCKPT-RECORD
                       MOVE 'Y' TO WS-CKPT-FOUND-SW
               END-READ
               CLOSE CKPT-FILE
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-PURGE-LIST - A RESTART WORKS THE LIST AND COUNTS AS  *
      *                        OF THE LAST CHECKPOINT, NOT A NEW LIST  *
      *                        FROM AN EMPSTAT IT MAY ALREADY HAVE     *
      *                        PURGED                                  *
      ******************************************************************
       1200-LOAD-PURGE-LIST.
           OPEN INPUT LIST-FILE.
           IF NOT WS-LIST-OK
               DISPLAY 'EMPPURGE: UNABLE TO OPEN PURGLIST, STATUS='
                       WS-LIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-PL-COUNT < WS-PL-MAX
                           ADD 1 TO WS-PL-COUNT
                           MOVE EMPPURG-RECORD
                             TO WS-PL-ENTRY (WS-PL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BUILD-PURGE-LIST - STEP 0.  EVERY EMPSTAT ROW TERMINATED  *
      *                         OR RETIRED BEFORE THE CUTOFF, CHECKED  *
      *                         AGAINST EMPMSTR                        *
      ******************************************************************
       2000-BUILD-PURGE-LIST.
           OPEN INPUT EMP-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'EMPPURGE: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT STAT-FILE.
           IF NOT WS-STAT-OK
               DISPLAY 'EMPPURGE: UNABLE TO OPEN EMPSTAT, STATUS='
                       WS-STAT-STATUS
               CLOSE EMP-FILE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO STAT-EMPNO.
           START STAT-FILE KEY IS NOT LESS THAN STAT-EMPNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF
               PERFORM 2100-READ-EMPSTAT THRU 2100-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               IF (STAT-TERMINATED OR STAT-RETIRED)
                  AND STAT-EFFECTIVE-DATE (1:4) IS NUMERIC
                  AND STAT-EFFECTIVE-DATE < PCK-CUTOFF-DATE
                   PERFORM 2200-ADD-CANDIDATE THRU 2200-EXIT
               END-IF
               PERFORM 2100-READ-EMPSTAT THRU 2100-EXIT
           END-PERFORM.
           CLOSE EMP-FILE
                 STAT-FILE.

           PERFORM 7500-END-STEP THRU 7500-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-EMPSTAT.
           READ STAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD-CANDIDATE - ANYONE STILL ON EMPMSTR (OR WHOSE LOOKUP  *
      *                      FAILS FOR ANY REASON BUT NOT-FOUND) IS    *
      *                      HELD, NEVER PURGED                        *
      ******************************************************************
       2200-ADD-CANDIDATE.
           IF WS-PL-COUNT NOT < WS-PL-MAX
               ADD 1 TO PCK-DEFERRED
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-PL-COUNT.
           MOVE WS-PL-COUNT TO WS-THIS-ENTRY.
           MOVE ZERO                TO WS-PL-ENTRY (WS-THIS-ENTRY).
           MOVE STAT-EMPNO          TO WS-PL-EMPNO (WS-THIS-ENTRY).
           MOVE STAT-CODE           TO WS-PL-STAT-CODE (WS-THIS-ENTRY).
           MOVE STAT-EFFECTIVE-DATE
               TO WS-PL-EFFECTIVE-DATE (WS-THIS-ENTRY).
           MOVE STAT-EMPNO TO EMPNO OF DCLEMP.
           READ EMP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMP-NOTFOUND
               MOVE 'P' TO WS-PL-ACTION (WS-THIS-ENTRY)
           ELSE
               MOVE 'H' TO WS-PL-ACTION (WS-THIS-ENTRY)
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COPY-FORWARD - STEPS 1-7.  COPY ONE SEQUENTIAL FILE TO    *
      *                     ITS NEW GENERATION LESS THE PURGED EMPNOS' *
      *                     ROWS.  THE STEP ALWAYS STARTS FROM THE     *
      *                     FIRST ROW WITH ITS COUNTS AT ZERO, SO A    *
      *                     RESTART INTO IT REBUILDS THE NEW           *
      *                     GENERATION WHOLE                           *
      ******************************************************************
       3000-COPY-FORWARD.
           PERFORM 3100-OPEN-STEP-FILES THRU 3100-EXIT.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO PCK-FILE-READ (PCK-STEP)
                        PCK-FILE-REMOVED (PCK-STEP).
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
               MOVE ZERO TO WS-PL-REMOVED (WS-PL-SUB, PCK-STEP)
           END-PERFORM.
           MOVE 'N'  TO WS-EOF-SW.
           PERFORM 3200-READ-STEP-ROW THRU 3200-EXIT.
           PERFORM UNTIL WS-EOF
               PERFORM 3300-PROCESS-STEP-ROW THRU 3300-EXIT
               PERFORM 3200-READ-STEP-ROW THRU 3200-EXIT
           END-PERFORM.
           PERFORM 3500-CLOSE-STEP-FILES THRU 3500-EXIT.
           PERFORM 7500-END-STEP THRU 7500-EXIT.
       3000-EXIT.
           EXIT.

       3100-OPEN-STEP-FILES.
           EVALUATE PCK-STEP
               WHEN 1
                   OPEN INPUT  EAUD-IN-FILE
                        OUTPUT EAUD-OUT-FILE
               WHEN 2
                   OPEN INPUT  SAUD-IN-FILE
                        OUTPUT SAUD-OUT-FILE
               WHEN 3
                   OPEN INPUT  SUSP-IN-FILE
                        OUTPUT SUSP-OUT-FILE
               WHEN 4
                   MOVE PCK-CUTOFF-DATE (1:4) TO WS-CUTOFF-NUM-YYYY
                   MOVE PCK-CUTOFF-DATE (6:2) TO WS-CUTOFF-NUM-MM
                   MOVE PCK-CUTOFF-DATE (9:2) TO WS-CUTOFF-NUM-DD
                   OPEN INPUT  JRNL-IN-FILE
                        OUTPUT JRNL-OUT-FILE
               WHEN 5
                   OPEN INPUT  ARCH-IN-FILE
                        OUTPUT ARCH-OUT-FILE
               WHEN 6
                   OPEN INPUT  HDR-IN-FILE
                        OUTPUT HDR-OUT-FILE
               WHEN 7
                   OPEN INPUT  SEG-IN-FILE
                        OUTPUT SEG-OUT-FILE
           END-EVALUATE.
           IF NOT WS-IN-OK OR NOT WS-OUT-OK
               DISPLAY 'EMPPURGE: UNABLE TO OPEN ' WS-FILE-DD (PCK-STEP)
                       ' OR ITS NEW GENERATION, STATUS='
                       WS-IN-STATUS '/' WS-OUT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3100-EXIT.
           EXIT.

       3200-READ-STEP-ROW.
           MOVE 'N' TO WS-AGED-ROW-SW.
           EVALUATE PCK-STEP
               WHEN 1
                   READ EAUD-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE EAUD-IN-EMPNO TO WS-ROW-EMPNO
                   END-READ
               WHEN 2
                   READ SAUD-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE SAUD-IN-EMPNO TO WS-ROW-EMPNO
                   END-READ
               WHEN 3
                   READ SUSP-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE SUSP-IN-EMPNO TO WS-ROW-EMPNO
                   END-READ
               WHEN 4
                   READ JRNL-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE JRNL-IN-EMPNO TO WS-ROW-EMPNO
                           IF JRNL-IN-RUN-DATE IS NUMERIC
                              AND JRNL-IN-RUN-DATE < WS-CUTOFF-NUM
                               MOVE 'Y' TO WS-AGED-ROW-SW
                           END-IF
                   END-READ
               WHEN 5
                   READ ARCH-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE ARCH-IN-EMPNO TO WS-ROW-EMPNO
                   END-READ
               WHEN 6
                   READ HDR-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE HDR-IN-EMPNO TO WS-ROW-EMPNO
                   END-READ
               WHEN 7
                   READ SEG-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE SEG-IN-EMPNO TO WS-ROW-EMPNO
                   END-READ
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PROCESS-STEP-ROW - DROP A PURGED EMPNO'S ROW (COUNTING IT *
      *                         FOR THE CERTIFICATE) OR A JOURNAL ROW  *
      *                         AGED PAST THE CUTOFF, COPY ANY OTHER   *
      ******************************************************************
       3300-PROCESS-STEP-ROW.
           ADD 1 TO PCK-FILE-READ (PCK-STEP).
           MOVE WS-ROW-EMPNO TO WS-LOOKUP-EMPNO.
           PERFORM 6000-LOOKUP-EMPNO THRU 6000-EXIT.
           EVALUATE TRUE
               WHEN WS-PURGE-ROW
                   ADD 1 TO WS-PL-REMOVED (WS-THIS-ENTRY, PCK-STEP)
                   ADD 1 TO PCK-FILE-REMOVED (PCK-STEP)
               WHEN WS-AGED-ROW
                   ADD 1 TO PCK-FILE-REMOVED (PCK-STEP)
               WHEN OTHER
                   PERFORM 3400-WRITE-STEP-ROW THRU 3400-EXIT
           END-EVALUATE.
       3300-EXIT.
           EXIT.

       3400-WRITE-STEP-ROW.
           EVALUATE PCK-STEP
               WHEN 1
                   WRITE EAUD-OUT-RECORD FROM EAUD-IN-RECORD
               WHEN 2
                   WRITE SAUD-OUT-RECORD FROM SAUD-IN-RECORD
               WHEN 3
                   WRITE SUSP-OUT-RECORD FROM SUSP-IN-RECORD
               WHEN 4
                   WRITE JRNL-OUT-RECORD FROM JRNL-IN-RECORD
               WHEN 5
                   WRITE ARCH-OUT-RECORD FROM ARCH-IN-RECORD
               WHEN 6
                   WRITE HDR-OUT-RECORD  FROM HDR-IN-RECORD
               WHEN 7
                   WRITE SEG-OUT-RECORD  FROM SEG-IN-RECORD
           END-EVALUATE.
       3400-EXIT.
           EXIT.

       3500-CLOSE-STEP-FILES.
           EVALUATE PCK-STEP
               WHEN 1
                   CLOSE EAUD-IN-FILE
                         EAUD-OUT-FILE
               WHEN 2
                   CLOSE SAUD-IN-FILE
                         SAUD-OUT-FILE
               WHEN 3
                   CLOSE SUSP-IN-FILE
                         SUSP-OUT-FILE
               WHEN 4
                   CLOSE JRNL-IN-FILE
                         JRNL-OUT-FILE
               WHEN 5
                   CLOSE ARCH-IN-FILE
                         ARCH-OUT-FILE
               WHEN 6
                   CLOSE HDR-IN-FILE
                         HDR-OUT-FILE
               WHEN 7
                   CLOSE SEG-IN-FILE
                         SEG-OUT-FILE
           END-EVALUATE.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PURGE-MSGDISP - STEP 8.  DELETE EVERY DISPOSITION ROW     *
      *                      KEYED UNDER A PURGED EMPNO; THE COMMITTED *
      *                      COUNT IS PURGE LIST ENTRIES, CHECKPOINTED *
      *                      AFTER EACH ENTRY THAT DELETED ANYTHING    *
      ******************************************************************
       4000-PURGE-MSGDISP.
           OPEN I-O DISP-FILE.
           IF NOT WS-DISP-OK
               DISPLAY 'EMPPURGE: UNABLE TO OPEN MSGDISP, STATUS='
                       WS-DISP-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO WS-STEP-ROWS
                        WS-ROWS-SINCE-CKPT.
           PERFORM 4100-PURGE-ONE-DISP THRU 4100-EXIT
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-COUNT.
           CLOSE DISP-FILE.
           PERFORM 7500-END-STEP THRU 7500-EXIT.
       4000-EXIT.
           EXIT.

       4100-PURGE-ONE-DISP.
           ADD 1 TO WS-STEP-ROWS.
           IF WS-STEP-ROWS NOT > WS-SKIP-ROWS
              OR NOT WS-PL-PURGE (WS-PL-SUB)
               GO TO 4100-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-PL-EMPNO (WS-PL-SUB) TO MDS-EMPNO.
           MOVE LOW-VALUES              TO MDS-RECEIVED.
           START DISP-FILE KEY IS NOT LESS THAN MDS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF
               PERFORM 4200-READ-DISP THRU 4200-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               OR MDS-EMPNO NOT EQUAL WS-PL-EMPNO (WS-PL-SUB)
               ADD 1 TO PCK-FILE-READ (8)
               DELETE DISP-FILE RECORD
                   INVALID KEY
                       DISPLAY 'EMPPURGE: MSGDISP DELETE FAILED FOR '
                               'EMPNO=' MDS-EMPNO
                   NOT INVALID KEY
                       ADD 1 TO WS-PL-REMOVED (WS-PL-SUB, 8)
                       ADD 1 TO PCK-FILE-REMOVED (8)
                       MOVE 'Y' TO WS-LIST-CHANGED-SW
               END-DELETE
               PERFORM 4200-READ-DISP THRU 4200-EXIT
           END-PERFORM.
           ADD 1 TO WS-ROWS-SINCE-CKPT.
           IF WS-LIST-CHANGED
              OR WS-ROWS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
               MOVE WS-STEP-ROWS TO PCK-ROWS-DONE
               PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
               MOVE ZERO TO WS-ROWS-SINCE-CKPT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-READ-DISP.
           READ DISP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4500-PURGE-EMPSTAT - STEP 9, LAST, SO THE STATUS ROW THAT MADE *
      *                      THE EMPNO ELIGIBLE GOES ONLY ONCE ALL ITS *
      *                      OTHER DATA IS GONE                        *
      ******************************************************************
       4500-PURGE-EMPSTAT.
           OPEN I-O STAT-FILE.
           IF NOT WS-STAT-OK
               DISPLAY 'EMPPURGE: UNABLE TO OPEN EMPSTAT, STATUS='
                       WS-STAT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 4500-EXIT
           END-IF.
           MOVE ZERO TO WS-STEP-ROWS
                        WS-ROWS-SINCE-CKPT.
           PERFORM 4600-PURGE-ONE-STAT THRU 4600-EXIT
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-COUNT.
           CLOSE STAT-FILE.
           PERFORM 7500-END-STEP THRU 7500-EXIT.
       4500-EXIT.
           EXIT.

       4600-PURGE-ONE-STAT.
           ADD 1 TO WS-STEP-ROWS.
           IF WS-STEP-ROWS NOT > WS-SKIP-ROWS
              OR NOT WS-PL-PURGE (WS-PL-SUB)
               GO TO 4600-EXIT
           END-IF.
           ADD 1 TO PCK-FILE-READ (9).
           MOVE WS-PL-EMPNO (WS-PL-SUB) TO STAT-EMPNO.
           DELETE STAT-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PL-REMOVED (WS-PL-SUB, 9)
                   ADD 1 TO PCK-FILE-REMOVED (9)
                   MOVE 'Y' TO WS-LIST-CHANGED-SW
           END-DELETE.
           ADD 1 TO WS-ROWS-SINCE-CKPT.
           IF WS-LIST-CHANGED
              OR WS-ROWS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
               MOVE WS-STEP-ROWS TO PCK-ROWS-DONE
               PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
               MOVE ZERO TO WS-ROWS-SINCE-CKPT
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-CERTIFICATE - ONE ENTRY PER EMPNO ON THE LIST, THEN *
      *                          THE FILE TOTALS                       *
      ******************************************************************
       5000-PRINT-CERTIFICATE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE WS-TODAY            TO RH-RUN-DATE.
           MOVE PCK-RETENTION-YEARS TO RH-RETENTION-YEARS.
           MOVE PCK-CUTOFF-DATE     TO RH-CUTOFF-DATE.
           IF WS-RESTARTING
               MOVE '** COMPLETED BY A RESTART **' TO RH-RESTART-NOTE
           ELSE
               MOVE SPACES TO RH-RESTART-NOTE
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 5100-PRINT-ONE-EMPLOYEE THRU 5100-EXIT
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-COUNT.

           WRITE RPT-LINE FROM WS-RPT-TOTAL-HEADING.
           PERFORM 5200-PRINT-FILE-TOTAL THRU 5200-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 9.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PURGED-COUNT TO RT-PURGED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-PRG.
           MOVE WS-HELD-COUNT   TO RT-HELD.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-HLD.
           MOVE PCK-DEFERRED    TO RT-DEFERRED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DEF.
           CLOSE RPT-FILE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-EMPLOYEE.
           MOVE WS-PL-EMPNO (WS-PL-SUB)     TO RE-EMPNO.
           MOVE WS-PL-STAT-CODE (WS-PL-SUB) TO RE-STAT-CODE.
           MOVE WS-PL-EFFECTIVE-DATE (WS-PL-SUB)
               TO RE-EFFECTIVE-DATE.
           IF WS-PL-HELD (WS-PL-SUB)
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD - STILL ON EMPMSTR, NOTHING REMOVED'
                   TO RE-ACTION
               WRITE RPT-LINE FROM WS-RPT-EMPLOYEE
           ELSE
               ADD 1 TO WS-PURGED-COUNT
               MOVE 'PURGED' TO RE-ACTION
               WRITE RPT-LINE FROM WS-RPT-EMPLOYEE
               PERFORM 5110-PRINT-ONE-FILE THRU 5110-EXIT
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 9
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       5100-EXIT.
           EXIT.

       5110-PRINT-ONE-FILE.
           MOVE WS-FILE-DD (WS-FILE-SUB)   TO RF-FILE-DD.
           MOVE WS-FILE-DESC (WS-FILE-SUB) TO RF-FILE-DESC.
           MOVE WS-PL-REMOVED (WS-PL-SUB, WS-FILE-SUB) TO RF-COUNT.
           WRITE RPT-LINE FROM WS-RPT-REMOVED.
       5110-EXIT.
           EXIT.

       5200-PRINT-FILE-TOTAL.
           MOVE WS-FILE-DD (WS-FILE-SUB)   TO RT-FILE-DD.
           MOVE WS-FILE-DESC (WS-FILE-SUB) TO RT-FILE-DESC.
           MOVE PCK-FILE-READ (WS-FILE-SUB)    TO RT-FILE-READ.
           MOVE PCK-FILE-REMOVED (WS-FILE-SUB) TO RT-FILE-REMOVED.
           COMPUTE RT-FILE-KEPT = PCK-FILE-READ (WS-FILE-SUB)
                                - PCK-FILE-REMOVED (WS-FILE-SUB).
           WRITE RPT-LINE FROM WS-RPT-FILE-TOTAL.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LOOKUP-EMPNO - IS WS-LOOKUP-EMPNO ON THE LIST FOR PURGE?  *
      ******************************************************************
       6000-LOOKUP-EMPNO.
           MOVE 'N' TO WS-PURGE-ROW-SW.
           IF WS-PL-COUNT EQUAL ZERO
               GO TO 6000-EXIT
           END-IF.
           SEARCH ALL WS-PL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PL-EMPNO (WS-PL-IDX) EQUAL WS-LOOKUP-EMPNO
                   IF WS-PL-PURGE (WS-PL-IDX)
                       MOVE 'Y' TO WS-PURGE-ROW-SW
                       SET WS-THIS-ENTRY TO WS-PL-IDX
                   END-IF
           END-SEARCH.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-TAKE-CHECKPOINT - COMMIT THE PURGE LIST COUNTS (WHEN ANY  *
      *                        HAVE MOVED) AND THEN THE CHECKPOINT     *
      ******************************************************************
       7000-TAKE-CHECKPOINT.
           IF WS-LIST-CHANGED
               PERFORM 7100-WRITE-PURGE-LIST THRU 7100-EXIT
               MOVE 'N' TO WS-LIST-CHANGED-SW
           END-IF.
           MOVE 'N' TO PCK-RUN-COMPLETE.
           OPEN OUTPUT CKPT-FILE.
           MOVE PURGCKPT-RECORD TO CKPT-FILE-RECORD.
           WRITE CKPT-FILE-RECORD.
           CLOSE CKPT-FILE.
       7000-EXIT.
           EXIT.

       7100-WRITE-PURGE-LIST.
           OPEN OUTPUT LIST-FILE.
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
               MOVE WS-PL-ENTRY (WS-PL-SUB) TO EMPPURG-RECORD
               WRITE EMPPURG-RECORD
           END-PERFORM.
           CLOSE LIST-FILE.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7500-END-STEP - THE STEP'S FILE IS DONE: COMMIT IT AND MOVE    *
      *                 THE CHECKPOINT ON TO THE START OF THE NEXT     *
      ******************************************************************
       7500-END-STEP.
           ADD 1 TO PCK-STEP.
           MOVE ZERO TO PCK-ROWS-DONE
                        WS-SKIP-ROWS.
           MOVE 'Y'  TO WS-LIST-CHANGED-SW.
           PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'EMPPURGE' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'EMPPURGE: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE - MARK THE CHECKPOINT COMPLETE AND LOG THE RUN.  *
      *                 AN ABORTED RUN LEAVES ITS CHECKPOINT IN        *
      *                 PROGRESS FOR THE RESTART.                      *
      ******************************************************************
       9000-FINALIZE.
           IF NOT WS-ABORT
               MOVE 'Y' TO PCK-RUN-COMPLETE
               OPEN OUTPUT CKPT-FILE
               MOVE PURGCKPT-RECORD TO CKPT-FILE-RECORD
               WRITE CKPT-FILE-RECORD
               CLOSE CKPT-FILE
           END-IF.

           MOVE 'E'             TO RUNLOG-EVENT.
           COMPUTE RUNLOG-ROWS-IN = WS-PL-COUNT + PCK-DEFERRED.
           MOVE WS-PURGED-COUNT TO RUNLOG-ROWS-OUT.
           COMPUTE RUNLOG-ROWS-REJECT = WS-HELD-COUNT + PCK-DEFERRED.
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 'ERR' TO RUNLOG-STATUS
                   MOVE 8     TO RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO
                 OR PCK-DEFERRED > ZERO
                   MOVE 'EXC' TO RUNLOG-STATUS
                   MOVE 4     TO RETURN-CODE
               WHEN OTHER
                   MOVE 'OK'  TO RUNLOG-STATUS
           END-EVALUATE.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       9000-EXIT.
           EXIT.
