      ******************************************************************
      * PROGRAM-ID: DEPTTURN                                           *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     MONTHLY TURNOVER AND INTERNAL-TRANSFER REPORT BY           *
      *     DEPARTMENT.  DEPTTRND SHOWS THAT HEADCOUNT MOVED; THIS     *
      *     SHOWS WHY.  FOR THE REPORT MONTH ON THE CONTROL CARD IT    *
      *     READS THE EMPAUDIT HISTORY AND, FROM THE WORKDEPT ROWS     *
      *     ONLY (A HIRE OR TERMINATION WRITES ONE ROW PER TRACKED     *
      *     FIELD, SO COUNTING ANY OTHER FIELD WOULD COUNT THE SAME    *
      *     PERSON SEVERAL TIMES), COUNTS PER DEPARTMENT:              *
      *         HIRES         - OLD VALUE '*NEW HIRE*'                 *
      *         TERMINATIONS  - NEW VALUE '*DELETED*', SPLIT BY THE    *
      *                         EMPSTAT CODE (TERMINATED, RETIRED OR   *
      *                         OTHER/NO STATUS ROW)                   *
      *         TRANSFERS     - ANY OTHER WORKDEPT ROW, OUT OF THE OLD *
      *                         DEPARTMENT AND IN TO THE NEW ONE       *
      *     OPENING AND CLOSING HEADCOUNTS COME FROM THE DEPTHIST      *
      *     SNAPSHOTS FOR THE PRIOR MONTH AND THE REPORT MONTH; THE    *
      *     ANNUALIZED TURNOVER RATE IS THE MONTH'S TERMINATIONS TIMES *
      *     TWELVE OVER THE AVERAGE OF THE TWO (WHICHEVER ONE EXISTS   *
      *     WHEN THE OTHER IS MISSING).  A DEPARTMENT ABOVE THE        *
      *     CONTROL-CARD THRESHOLD (WHOLE PERCENT; TWENTY WHEN ABSENT) *
      *     IS FLAGGED.  A COMPANY-WIDE SUMMARY PAGE CLOSES THE        *
      *     REPORT.                                                    *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTTURN.
       AUTHOR. R. KESSLER.
       INSTALLATION. HR_DB BATCH SUITE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TO-NEW-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE   ASSIGN TO EMPAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HIST-FILE    ASSIGN TO DEPTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT STAT-FILE    ASSIGN TO EMPSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-EMPNO
               FILE STATUS IS WS-STAT-STATUS.

           SELECT CTL-FILE     ASSIGN TO TURNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE     ASSIGN TO TURNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY DEPTSNAP.

       FD  STAT-FILE
           RECORDING MODE IS F.
           COPY EMPSTAT.

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-YEARMONTH           PIC 9(06).
           05  CTL-TURN-PCT            PIC 9(03).

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
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE '00'.
       01  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE '00'.
       01  WS-STAT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-STAT-OK                        VALUE '00'.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-DEPT-FOUND                 VALUE 'Y'.
           05  WS-STAT-AVAIL-SW        PIC X(01) VALUE 'Y'.
               88  WS-STAT-AVAILABLE             VALUE 'Y'.
           05  WS-BASE-SW              PIC X(01) VALUE 'N'.
               88  WS-HAVE-BASE                  VALUE 'Y'.

       01  WS-REPORT-YM                PIC 9(06) VALUE ZERO.
       01  WS-REPORT-YM-X REDEFINES WS-REPORT-YM
                                       PIC X(06).
       01  WS-PRIOR-YM                 PIC 9(06) VALUE ZERO.
       01  WS-REPORT-MONTH-TEXT        PIC X(07) VALUE SPACES.
       01  WS-TURN-THRESHOLD           PIC 9(03) VALUE 20.
       01  WS-TODAY-DIGITS             PIC 9(08).
       01  WS-YM-YEAR                  PIC S9(05) USAGE COMP.
       01  WS-YM-MONTH                 PIC S9(03) USAGE COMP.

      ******************************************************************
      * ONE ENTRY PER DEPARTMENT SEEN ON DEPTHIST OR EMPAUDIT.         *
      * DEPTHIST IS LOADED FIRST, SO DEPARTMENTS PRINT IN SNAPSHOT     *
      * ORDER WITH ANY NEW ONES FROM THE AUDIT FILE AFTER THEM         *
      ******************************************************************
       01  WS-TURN-MAX                 PIC S9(04) USAGE COMP VALUE 500.
       01  WS-TURN-COUNT               PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-TURN-TABLE.
           05  WS-TU-DEPT-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-TU-IDX.
               10  WS-TU-DEPTNO        PIC X(03).
               10  WS-TU-OPEN-SW       PIC X(01).
                   88  WS-TU-HAS-OPEN            VALUE 'Y'.
               10  WS-TU-OPEN-HC       PIC S9(07) USAGE COMP.
               10  WS-TU-CLOSE-SW      PIC X(01).
                   88  WS-TU-HAS-CLOSE           VALUE 'Y'.
               10  WS-TU-CLOSE-HC      PIC S9(07) USAGE COMP.
               10  WS-TU-HIRES         PIC S9(07) USAGE COMP.
               10  WS-TU-TERM-T        PIC S9(07) USAGE COMP.
               10  WS-TU-TERM-R        PIC S9(07) USAGE COMP.
               10  WS-TU-TERM-O        PIC S9(07) USAGE COMP.
               10  WS-TU-XFER-IN       PIC S9(07) USAGE COMP.
               10  WS-TU-XFER-OUT      PIC S9(07) USAGE COMP.
       01  WS-THIS-DEPT                PIC S9(04) USAGE COMP.
       01  WS-DEPT-SUB                 PIC S9(04) USAGE COMP.
       01  WS-LOOKUP-DEPTNO            PIC X(03).

      ******************************************************************
      * TURNOVER ARITHMETIC                                            *
      ******************************************************************
       01  WS-TERMS                    PIC S9(07) USAGE COMP.
       01  WS-NET-CHANGE               PIC S9(07) USAGE COMP.
       01  WS-AVG-HC                   PIC S9(07)V9(2) USAGE COMP-3.
       01  WS-TURN-RATE                PIC S9(07)V9(2) USAGE COMP-3.
       01  WS-RATE-EDIT                PIC ZZ,ZZ9.99.

       01  WS-COMPANY-ACCUM.
           05  WS-CO-OPEN-HC           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-CLOSE-HC          PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-HIRES             PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-TERM-T            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-TERM-R            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-TERM-O            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-XFER-IN           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-XFER-OUT          PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CO-OPEN-DEPTS        PIC S9(05) USAGE COMP VALUE ZERO.
           05  WS-CO-CLOSE-DEPTS       PIC S9(05) USAGE COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-AUDIT-IN-MONTH       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-HIST-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-DEPTS-PRINTED        PIC S9(05) USAGE COMP VALUE ZERO.
           05  WS-DEPTS-FLAGGED        PIC S9(05) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(48) VALUE
               'DEPTTURN - MONTHLY TURNOVER AND TRANSFER REPORT'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(14) VALUE 'REPORT MONTH: '.
           05  RH-REPORT-YM            PIC 9(06).
           05  FILLER  PIC X(22) VALUE '  TURNOVER THRESHOLD %'.
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RH-TURN-PCT             PIC ZZ9.
       01  WS-RPT-HEADING-3.
           05  FILLER  PIC X(04) VALUE 'DEPT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'OPEN HC'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'CLOS HC'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(05) VALUE 'HIRES'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(05) VALUE 'TERMS'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(05) VALUE '  TRM'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(05) VALUE '  RET'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(05) VALUE '  OTH'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE 'XFR IN'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'XFR OUT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'NET CHG'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE 'ANN TURN %'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE 'FLAG'.
       01  WS-RPT-DETAIL.
           05  RD-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-OPEN-HC              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-CLOSE-HC             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-HIRES                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-TERMS                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-TERM-T               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-TERM-R               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-TERM-O               PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-XFER-IN              PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-XFER-OUT             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-NET-CHANGE           PIC -ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-TURN-RATE            PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-FLAG                 PIC X(08).
       01  WS-HC-EDIT                  PIC ZZZ,ZZ9.
       01  WS-RPT-NO-DATA.
           05  FILLER  PIC X(44) VALUE
               'NO DEPARTMENT ACTIVITY OR SNAPSHOTS FOUND'.

       01  WS-SUM-HEADING-1.
           05  FILLER  PIC X(48) VALUE
               'DEPTTURN - COMPANY-WIDE SUMMARY'.
       01  WS-SUM-LINE.
           05  SL-LABEL                PIC X(30).
           05  SL-VALUE                PIC ZZZ,ZZ9.
       01  WS-SUM-RATE-LINE.
           05  FILLER  PIC X(30) VALUE
               'ANNUALIZED TURNOVER %.........'.
           05  SR-RATE                 PIC X(09).
       01  WS-RPT-TOTALS-AR.
           05  FILLER  PIC X(30) VALUE
               'AUDIT ROWS READ...............'.
           05  RT-AUDIT-READ           PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-AM.
           05  FILLER  PIC X(30) VALUE
               'WORKDEPT ROWS IN MONTH........'.
           05  RT-AUDIT-IN-MONTH       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-HR.
           05  FILLER  PIC X(30) VALUE
               'SNAPSHOT ROWS READ............'.
           05  RT-HIST-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DP.
           05  FILLER  PIC X(30) VALUE
               'DEPARTMENTS PRINTED...........'.
           05  RT-DEPTS-PRINTED        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DF.
           05  FILLER  PIC X(30) VALUE
               'DEPARTMENTS OVER THRESHOLD....'.
           05  RT-DEPTS-FLAGGED        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           PERFORM 2000-LOAD-SNAPSHOTS THRU 2000-EXIT.
           PERFORM 3000-SCAN-AUDIT     THRU 3000-EXIT.
           PERFORM 4000-PRINT-DEPTS    THRU 4000-EXIT.
           PERFORM 5000-PRINT-SUMMARY  THRU 5000-EXIT.
           PERFORM 6000-FINALIZE       THRU 6000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - REPORT MONTH AND THRESHOLD FROM THE CARD.    *
      *                   THE MONTH DEFAULTS TO THE ONE JUST ENDED.    *
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'S'    TO RUNLOG-EVENT.
           MOVE ZERO   TO RUNLOG-ROWS-IN
                          RUNLOG-ROWS-OUT
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.

           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS EQUAL '00'
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-YEARMONTH NUMERIC
                           AND CTL-YEARMONTH > ZERO
                           MOVE CTL-YEARMONTH TO WS-REPORT-YM
                       END-IF
                       IF CTL-TURN-PCT NUMERIC
                           AND CTL-TURN-PCT > ZERO
                           MOVE CTL-TURN-PCT TO WS-TURN-THRESHOLD
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WS-REPORT-YM EQUAL ZERO
               ACCEPT WS-TODAY-DIGITS FROM DATE YYYYMMDD
               COMPUTE WS-REPORT-YM = WS-TODAY-DIGITS / 100
               COMPUTE WS-YM-YEAR  = WS-REPORT-YM / 100
               COMPUTE WS-YM-MONTH = WS-REPORT-YM - (WS-YM-YEAR * 100)
               IF WS-YM-MONTH EQUAL 1
                   COMPUTE WS-REPORT-YM = ((WS-YM-YEAR - 1) * 100) + 12
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-YM
               END-IF
           END-IF.

      *    OPENING HEADCOUNT IS THE PRIOR MONTH-END SNAPSHOT
           COMPUTE WS-YM-YEAR  = WS-REPORT-YM / 100.
           COMPUTE WS-YM-MONTH = WS-REPORT-YM - (WS-YM-YEAR * 100).
           IF WS-YM-MONTH EQUAL 1
               COMPUTE WS-PRIOR-YM = ((WS-YM-YEAR - 1) * 100) + 12
           ELSE
               COMPUTE WS-PRIOR-YM = WS-REPORT-YM - 1
           END-IF.
           STRING WS-REPORT-YM-X (1:4) '-' WS-REPORT-YM-X (5:2)
               DELIMITED BY SIZE INTO WS-REPORT-MONTH-TEXT.

           OPEN INPUT  STAT-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-STAT-OK
               DISPLAY 'DEPTTURN: UNABLE TO OPEN EMPSTAT, STATUS='
                       WS-STAT-STATUS
               MOVE 'N' TO WS-STAT-AVAIL-SW
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE WS-REPORT-YM      TO RH-REPORT-YM.
           MOVE WS-TURN-THRESHOLD TO RH-TURN-PCT.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-SNAPSHOTS - OPENING (PRIOR MONTH) AND CLOSING        *
      *                       (REPORT MONTH) HEADCOUNTS FROM DEPTHIST. *
      *                       A RE-RUN SNAPSHOT APPENDS A SECOND ROW - *
      *                       THE LATEST ONE ON THE FILE WINS.         *
      ******************************************************************
       2000-LOAD-SNAPSHOTS.
           OPEN INPUT HIST-FILE.
           IF NOT WS-HIST-OK
               DISPLAY 'DEPTTURN: UNABLE TO OPEN DEPTHIST, STATUS='
                       WS-HIST-STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-HIST-READ
               IF SNP-YEARMONTH NUMERIC
                   IF SNP-YEARMONTH EQUAL WS-PRIOR-YM
                       OR SNP-YEARMONTH EQUAL WS-REPORT-YM
                       MOVE SNP-DEPTNO TO WS-LOOKUP-DEPTNO
                       PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT
                       IF WS-THIS-DEPT > ZERO
                           PERFORM 2200-POST-SNAPSHOT THRU 2200-EXIT
                       END-IF
                   END-IF
               END-IF
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
           END-PERFORM.
           CLOSE HIST-FILE.
           MOVE 'N' TO WS-EOF-SW.
       2000-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-POST-SNAPSHOT.
           IF SNP-YEARMONTH EQUAL WS-PRIOR-YM
               MOVE 'Y'           TO WS-TU-OPEN-SW (WS-THIS-DEPT)
               MOVE SNP-HEADCOUNT TO WS-TU-OPEN-HC (WS-THIS-DEPT)
           ELSE
               MOVE 'Y'           TO WS-TU-CLOSE-SW (WS-THIS-DEPT)
               MOVE SNP-HEADCOUNT TO WS-TU-CLOSE-HC (WS-THIS-DEPT)
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-FIND-OR-ADD-DEPT - LOCATE WS-LOOKUP-DEPTNO IN THE TABLE,  *
      *                         ADDING A CLEARED ENTRY THE FIRST TIME  *
      ******************************************************************
       2300-FIND-OR-ADD-DEPT.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-THIS-DEPT.
           PERFORM 2310-TEST-ONE-DEPT THRU 2310-EXIT
               VARYING WS-TU-IDX FROM 1 BY 1
               UNTIL WS-DEPT-FOUND
               OR WS-TU-IDX GREATER THAN WS-TURN-COUNT.
           IF NOT WS-DEPT-FOUND
               IF WS-TURN-COUNT < WS-TURN-MAX
                   ADD 1 TO WS-TURN-COUNT
                   MOVE WS-TURN-COUNT TO WS-THIS-DEPT
                   MOVE WS-LOOKUP-DEPTNO
                       TO WS-TU-DEPTNO (WS-THIS-DEPT)
                   MOVE 'N' TO WS-TU-OPEN-SW (WS-THIS-DEPT)
                               WS-TU-CLOSE-SW (WS-THIS-DEPT)
                   MOVE ZERO TO WS-TU-OPEN-HC (WS-THIS-DEPT)
                                WS-TU-CLOSE-HC (WS-THIS-DEPT)
                                WS-TU-HIRES (WS-THIS-DEPT)
                                WS-TU-TERM-T (WS-THIS-DEPT)
                                WS-TU-TERM-R (WS-THIS-DEPT)
                                WS-TU-TERM-O (WS-THIS-DEPT)
                                WS-TU-XFER-IN (WS-THIS-DEPT)
                                WS-TU-XFER-OUT (WS-THIS-DEPT)
               ELSE
                   DISPLAY 'DEPTTURN: DEPT TABLE FULL FOR DEPT '
                           WS-LOOKUP-DEPTNO
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-TEST-ONE-DEPT.
           IF WS-TU-DEPTNO (WS-TU-IDX) EQUAL WS-LOOKUP-DEPTNO
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-THIS-DEPT TO WS-TU-IDX
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCAN-AUDIT - WORKDEPT ROWS STAMPED IN THE REPORT MONTH    *
      ******************************************************************
       3000-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY 'DEPTTURN: UNABLE TO OPEN EMPAUDIT, STATUS='
                       WS-AUDIT-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-AUDIT-READ
               IF AUDIT-FLD-WORKDEPT
                   AND AUDIT-TIMESTAMP (1:7) EQUAL WS-REPORT-MONTH-TEXT
                   ADD 1 TO WS-AUDIT-IN-MONTH
                   PERFORM 3200-CLASSIFY-ROW THRU 3200-EXIT
               END-IF
               PERFORM 3100-READ-AUDIT THRU 3100-EXIT
           END-PERFORM.
           CLOSE AUDIT-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CLASSIFY-ROW - HIRE, TERMINATION OR TRANSFER              *
      ******************************************************************
       3200-CLASSIFY-ROW.
           IF AUDIT-OLD-VALUE EQUAL '*NEW HIRE*'
               MOVE AUDIT-NEW-VALUE (1:3) TO WS-LOOKUP-DEPTNO
               PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT
               IF WS-THIS-DEPT > ZERO
                   ADD 1 TO WS-TU-HIRES (WS-THIS-DEPT)
               END-IF
               GO TO 3200-EXIT
           END-IF.

           IF AUDIT-NEW-VALUE EQUAL '*DELETED*'
               MOVE AUDIT-OLD-VALUE (1:3) TO WS-LOOKUP-DEPTNO
               PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT
               IF WS-THIS-DEPT > ZERO
                   PERFORM 3300-COUNT-TERMINATION THRU 3300-EXIT
               END-IF
               GO TO 3200-EXIT
           END-IF.

           MOVE AUDIT-OLD-VALUE (1:3) TO WS-LOOKUP-DEPTNO.
           PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT.
           IF WS-THIS-DEPT > ZERO
               ADD 1 TO WS-TU-XFER-OUT (WS-THIS-DEPT)
           END-IF.
           MOVE AUDIT-NEW-VALUE (1:3) TO WS-LOOKUP-DEPTNO.
           PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT.
           IF WS-THIS-DEPT > ZERO
               ADD 1 TO WS-TU-XFER-IN (WS-THIS-DEPT)
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-COUNT-TERMINATION - SPLIT BY THE EMPSTAT CODE.  A LEAVER  *
      *                          WITH NO STATUS ROW, OR ONE STILL      *
      *                          CODED ACTIVE/LEAVE, COUNTS AS OTHER   *
      ******************************************************************
       3300-COUNT-TERMINATION.
           IF NOT WS-STAT-AVAILABLE
               ADD 1 TO WS-TU-TERM-O (WS-THIS-DEPT)
               GO TO 3300-EXIT
           END-IF.
           MOVE AUDIT-EMPNO TO STAT-EMPNO.
           READ STAT-FILE
               INVALID KEY
                   ADD 1 TO WS-TU-TERM-O (WS-THIS-DEPT)
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN STAT-TERMINATED
                           ADD 1 TO WS-TU-TERM-T (WS-THIS-DEPT)
                       WHEN STAT-RETIRED
                           ADD 1 TO WS-TU-TERM-R (WS-THIS-DEPT)
                       WHEN OTHER
                           ADD 1 TO WS-TU-TERM-O (WS-THIS-DEPT)
                   END-EVALUATE
           END-READ.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-DEPTS - ONE LINE PER DEPARTMENT                     *
      ******************************************************************
       4000-PRINT-DEPTS.
           IF WS-TURN-COUNT EQUAL ZERO
               WRITE RPT-LINE FROM WS-RPT-NO-DATA
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB GREATER THAN WS-TURN-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-DEPT.
           ADD 1 TO WS-DEPTS-PRINTED.
           MOVE WS-TU-DEPTNO (WS-DEPT-SUB) TO RD-DEPTNO.
           MOVE 'N/A' TO RD-OPEN-HC
                         RD-CLOSE-HC.
           MOVE ZERO  TO WS-AVG-HC.
           MOVE 'N'   TO WS-BASE-SW.
           IF WS-TU-HAS-OPEN (WS-DEPT-SUB)
               MOVE WS-TU-OPEN-HC (WS-DEPT-SUB) TO WS-HC-EDIT
               MOVE WS-HC-EDIT TO RD-OPEN-HC
               ADD WS-TU-OPEN-HC (WS-DEPT-SUB) TO WS-CO-OPEN-HC
               ADD 1 TO WS-CO-OPEN-DEPTS
           END-IF.
           IF WS-TU-HAS-CLOSE (WS-DEPT-SUB)
               MOVE WS-TU-CLOSE-HC (WS-DEPT-SUB) TO WS-HC-EDIT
               MOVE WS-HC-EDIT TO RD-CLOSE-HC
               ADD WS-TU-CLOSE-HC (WS-DEPT-SUB) TO WS-CO-CLOSE-HC
               ADD 1 TO WS-CO-CLOSE-DEPTS
           END-IF.

           EVALUATE TRUE
               WHEN WS-TU-HAS-OPEN (WS-DEPT-SUB)
                AND WS-TU-HAS-CLOSE (WS-DEPT-SUB)
                   COMPUTE WS-AVG-HC ROUNDED =
                       (WS-TU-OPEN-HC (WS-DEPT-SUB)
                        + WS-TU-CLOSE-HC (WS-DEPT-SUB)) / 2
                   MOVE 'Y' TO WS-BASE-SW
               WHEN WS-TU-HAS-OPEN (WS-DEPT-SUB)
                   MOVE WS-TU-OPEN-HC (WS-DEPT-SUB) TO WS-AVG-HC
                   MOVE 'Y' TO WS-BASE-SW
               WHEN WS-TU-HAS-CLOSE (WS-DEPT-SUB)
                   MOVE WS-TU-CLOSE-HC (WS-DEPT-SUB) TO WS-AVG-HC
                   MOVE 'Y' TO WS-BASE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COMPUTE WS-TERMS = WS-TU-TERM-T (WS-DEPT-SUB)
                            + WS-TU-TERM-R (WS-DEPT-SUB)
                            + WS-TU-TERM-O (WS-DEPT-SUB).
           COMPUTE WS-NET-CHANGE = WS-TU-HIRES (WS-DEPT-SUB)
                                 + WS-TU-XFER-IN (WS-DEPT-SUB)
                                 - WS-TERMS
                                 - WS-TU-XFER-OUT (WS-DEPT-SUB).
           MOVE WS-TU-HIRES (WS-DEPT-SUB)    TO RD-HIRES.
           MOVE WS-TERMS                     TO RD-TERMS.
           MOVE WS-TU-TERM-T (WS-DEPT-SUB)   TO RD-TERM-T.
           MOVE WS-TU-TERM-R (WS-DEPT-SUB)   TO RD-TERM-R.
           MOVE WS-TU-TERM-O (WS-DEPT-SUB)   TO RD-TERM-O.
           MOVE WS-TU-XFER-IN (WS-DEPT-SUB)  TO RD-XFER-IN.
           MOVE WS-TU-XFER-OUT (WS-DEPT-SUB) TO RD-XFER-OUT.
           MOVE WS-NET-CHANGE                TO RD-NET-CHANGE.

           PERFORM 4200-RATE-AND-FLAG THRU 4200-EXIT.
           MOVE SR-RATE TO RD-TURN-RATE.
           IF RD-FLAG NOT EQUAL SPACES
               ADD 1 TO WS-DEPTS-FLAGGED
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           ADD WS-TU-HIRES (WS-DEPT-SUB)    TO WS-CO-HIRES.
           ADD WS-TU-TERM-T (WS-DEPT-SUB)   TO WS-CO-TERM-T.
           ADD WS-TU-TERM-R (WS-DEPT-SUB)   TO WS-CO-TERM-R.
           ADD WS-TU-TERM-O (WS-DEPT-SUB)   TO WS-CO-TERM-O.
           ADD WS-TU-XFER-IN (WS-DEPT-SUB)  TO WS-CO-XFER-IN.
           ADD WS-TU-XFER-OUT (WS-DEPT-SUB) TO WS-CO-XFER-OUT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-RATE-AND-FLAG - ANNUALIZED TURNOVER = WS-TERMS X 12 X 100 *
      *                      OVER WS-AVG-HC, INTO SR-RATE, WITH THE    *
      *                      THRESHOLD FLAG IN RD-FLAG.  WITH NO       *
      *                      HEADCOUNT BASE THE RATE IS N/A, AND ANY   *
      *                      LOSS OFF A ZERO BASE ALWAYS FLAGS.        *
      ******************************************************************
       4200-RATE-AND-FLAG.
           MOVE SPACES TO RD-FLAG.
           MOVE 'N/A'  TO SR-RATE.
           IF WS-HAVE-BASE AND WS-AVG-HC > ZERO
               COMPUTE WS-TURN-RATE ROUNDED =
                   (WS-TERMS * 12 * 100) / WS-AVG-HC
               MOVE WS-TURN-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO SR-RATE
               IF WS-TURN-RATE > WS-TURN-THRESHOLD
                   MOVE '*HIGH*' TO RD-FLAG
               END-IF
           ELSE
               IF WS-TERMS > ZERO
                   MOVE '*HIGH*' TO RD-FLAG
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-SUMMARY - COMPANY-WIDE PAGE.  TRANSFERS IN AND OUT  *
      *                      SHOULD AGREE COMPANY-WIDE; THE RATE IS    *
      *                      AGAINST THE SUM OF DEPARTMENT HEADCOUNTS  *
      ******************************************************************
       5000-PRINT-SUMMARY.
           WRITE RPT-LINE FROM WS-SUM-HEADING-1
               AFTER ADVANCING TO-NEW-PAGE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'OPENING HEADCOUNT.............' TO SL-LABEL.
           MOVE WS-CO-OPEN-HC  TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           MOVE 'CLOSING HEADCOUNT.............' TO SL-LABEL.
           MOVE WS-CO-CLOSE-HC TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           MOVE 'HIRES.........................' TO SL-LABEL.
           MOVE WS-CO-HIRES    TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           COMPUTE WS-TERMS = WS-CO-TERM-T + WS-CO-TERM-R
                            + WS-CO-TERM-O.
           MOVE 'TERMINATIONS..................' TO SL-LABEL.
           MOVE WS-TERMS       TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           MOVE '  TERMINATED (EMPSTAT T)......' TO SL-LABEL.
           MOVE WS-CO-TERM-T   TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           MOVE '  RETIRED (EMPSTAT R).........' TO SL-LABEL.
           MOVE WS-CO-TERM-R   TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           MOVE '  OTHER / NO STATUS ROW.......' TO SL-LABEL.
           MOVE WS-CO-TERM-O   TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           MOVE 'TRANSFERS IN..................' TO SL-LABEL.
           MOVE WS-CO-XFER-IN  TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           MOVE 'TRANSFERS OUT.................' TO SL-LABEL.
           MOVE WS-CO-XFER-OUT TO SL-VALUE.
           WRITE RPT-LINE FROM WS-SUM-LINE.

           MOVE ZERO TO WS-AVG-HC.
           MOVE 'N'  TO WS-BASE-SW.
           EVALUATE TRUE
               WHEN WS-CO-OPEN-DEPTS > ZERO
                AND WS-CO-CLOSE-DEPTS > ZERO
                   COMPUTE WS-AVG-HC ROUNDED =
                       (WS-CO-OPEN-HC + WS-CO-CLOSE-HC) / 2
                   MOVE 'Y' TO WS-BASE-SW
               WHEN WS-CO-OPEN-DEPTS > ZERO
                   MOVE WS-CO-OPEN-HC  TO WS-AVG-HC
                   MOVE 'Y' TO WS-BASE-SW
               WHEN WS-CO-CLOSE-DEPTS > ZERO
                   MOVE WS-CO-CLOSE-HC TO WS-AVG-HC
                   MOVE 'Y' TO WS-BASE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4200-RATE-AND-FLAG THRU 4200-EXIT.
           WRITE RPT-LINE FROM WS-SUM-RATE-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AUDIT-READ     TO RT-AUDIT-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AR.
           MOVE WS-AUDIT-IN-MONTH TO RT-AUDIT-IN-MONTH.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AM.
           MOVE WS-HIST-READ      TO RT-HIST-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-HR.
           MOVE WS-DEPTS-PRINTED  TO RT-DEPTS-PRINTED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DP.
           MOVE WS-DEPTS-FLAGGED  TO RT-DEPTS-FLAGGED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FINALIZE                                                  *
      ******************************************************************
       6000-FINALIZE.
           CLOSE RPT-FILE.
           IF WS-STAT-AVAILABLE
               CLOSE STAT-FILE
           END-IF.

           MOVE 'E'               TO RUNLOG-EVENT.
           MOVE WS-AUDIT-READ     TO RUNLOG-ROWS-IN.
           MOVE WS-DEPTS-PRINTED  TO RUNLOG-ROWS-OUT.
           MOVE ZERO              TO RUNLOG-ROWS-REJECT.
           MOVE 'OK'              TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'DEPTTURN' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'DEPTTURN: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
