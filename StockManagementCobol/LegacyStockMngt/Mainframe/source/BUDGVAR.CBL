      ******************************************************************
      * PROGRAM-ID: BUDGVAR                                            *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     DEPARTMENT BUDGET-VERSUS-ACTUAL VARIANCE REPORT.  FOR THE  *
      *     FISCAL YEAR ON THE CONTROL CARD (THE CURRENT YEAR WHEN IT  *
      *     IS ABSENT) EACH DEPARTMENT'S DEPTBUD ROW IS SET AGAINST    *
      *     ITS CURRENT ANNUALIZED PAYROLL - SALARY, BONUS AND COMM OF *
      *     EVERY EMPLOYEE ACTIVE ON EMPSTAT (NO STATUS ROW MEANS      *
      *     ACTIVE, AS IN PAYEXTR) - AND ITS HEADCOUNT.  TWO SETS OF   *
      *     NOT-YET-APPLIED CHANGES ARE THEN PRICED ON TOP:            *
      *         PENDING   - THE EMPREL PENDING FILE (EMPPENDI):        *
      *                     FUTURE-DATED HIRES, TERMINATIONS AND       *
      *                     SALARY/BONUS/COMM/WORKDEPT CHANGES         *
      *         MERIT SIM - OPTIONALLY, THE MERITSIM FILE FROM AN      *
      *                     EMPMERIT SIMULATION RUN                    *
      *     EACH CHANGE IS PRICED AGAINST THE MASTER AS IT STANDS      *
      *     TODAY; A WORKDEPT MOVE TAKES THE EMPLOYEE'S PAY OUT OF THE *
      *     OLD DEPARTMENT AND PUTS THE NEW PAY INTO THE NEW ONE.  A   *
      *     CHANGE FOR AN EMPNO NOT ACTIVE ON THE MASTER CANNOT BE     *
      *     PRICED AND IS COUNTED AS UNMATCHED.  THE PROJECTION IS     *
      *     ACTUAL + PENDING + MERIT SIM AND THE VARIANCE IS BUDGET    *
      *     MINUS PROJECTION, SO A NEGATIVE VARIANCE IS AN OVERSPEND.  *
      *     ANY LINE OVER BUDGET, OR A DEPARTMENT WITH PAYROLL BUT NO  *
      *     BUDGET ROW, IS FLAGGED AND ENDS THE STEP WITH RETURN CODE  *
      *     4.                                                         *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-EMPNO
               FILE STATUS IS WS-STAT-STATUS.

           SELECT BUDG-FILE     ASSIGN TO DEPTBUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBG-KEY
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT OPTIONAL PEND-FILE ASSIGN TO EMPPENDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT OPTIONAL SIM-FILE ASSIGN TO MERITSIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.

           SELECT CTL-FILE      ASSIGN TO BUDGCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE      ASSIGN TO BUDGVRPT
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

       FD  BUDG-FILE
           RECORDING MODE IS F.
           COPY DEPTBUD.

       FD  PEND-FILE
           RECORDING MODE IS F.
       01  PEND-RECORD                 PIC X(136).

       FD  SIM-FILE
           RECORDING MODE IS F.
       01  SIM-RECORD                  PIC X(136).

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-FISCAL-YEAR         PIC 9(04).

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
       01  WS-BUDG-STATUS              PIC X(02) VALUE SPACES.
           88  WS-BUDG-OK                        VALUE '00'.
       01  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
           88  WS-PEND-OK                        VALUES '00' '05'.
       01  WS-SIM-STATUS               PIC X(02) VALUE SPACES.
           88  WS-SIM-OK                         VALUES '00' '05'.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-BUDG-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-BUDG-EOF                   VALUE 'Y'.
           05  WS-INPUT-FAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-INPUT-FAILED               VALUE 'Y'.
           05  WS-EXTRACT-SW           PIC X(01) VALUE 'Y'.
               88  WS-ROW-EXTRACTABLE            VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-DEPT-FOUND                 VALUE 'Y'.
           05  WS-DEPT-OVER-SW         PIC X(01) VALUE 'N'.
               88  WS-DEPT-IS-OVER               VALUE 'Y'.
           05  WS-GRAND-LINE-SW        PIC X(01) VALUE 'N'.
               88  WS-GRAND-LINE                 VALUE 'Y'.

       01  WS-FISCAL-YEAR              PIC 9(04) VALUE ZERO.
       01  WS-TODAY-DIGITS             PIC 9(08).

      ******************************************************************
      * THE CHANGE BEING PRICED, IN THE SHARED EMPCHG LAYOUT           *
      ******************************************************************
       COPY EMPCHG.

      ******************************************************************
      * ONE ENTRY PER DEPARTMENT.  BUDGET ROWS ARE LOADED FIRST IN KEY *
      * SEQUENCE; A DEPARTMENT WITH PAYROLL BUT NO BUDGET IS ADDED     *
      * BEHIND THEM.  DELTA 1 IS THE EMPREL PENDING FILE, DELTA 2 THE  *
      * EMPMERIT SIMULATION.                                           *
      ******************************************************************
       01  WS-BV-MAX                   PIC S9(04) USAGE COMP VALUE 500.
       01  WS-BV-COUNT                 PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-BV-TABLE.
           05  WS-BV-DEPT-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-BV-IDX.
               10  WS-BV-DEPTNO        PIC X(03).
               10  WS-BV-BUDGET-SW     PIC X(01).
                   88  WS-BV-HAS-BUDGET          VALUE 'Y'.
               10  WS-BV-BUD-SALARY    PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-BV-BUD-BONUS     PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-BV-BUD-COMM      PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-BV-BUD-HC        PIC S9(07) USAGE COMP.
               10  WS-BV-ACT-SALARY    PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-BV-ACT-BONUS     PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-BV-ACT-COMM      PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-BV-ACT-HC        PIC S9(07) USAGE COMP.
               10  WS-BV-DELTA OCCURS 2 TIMES.
                   15  WS-BV-DL-SALARY PIC S9(9)V9(2) USAGE COMP-3.
                   15  WS-BV-DL-BONUS  PIC S9(9)V9(2) USAGE COMP-3.
                   15  WS-BV-DL-COMM   PIC S9(9)V9(2) USAGE COMP-3.
                   15  WS-BV-DL-HC     PIC S9(07) USAGE COMP.
       01  WS-THIS-DEPT                PIC S9(04) USAGE COMP.
       01  WS-DEPT-SUB                 PIC S9(04) USAGE COMP.
       01  WS-LOOKUP-DEPTNO            PIC X(03).
       01  WS-DELTA-SET                PIC S9(04) USAGE COMP.

      ******************************************************************
      * ONE EMPLOYEE'S PAY BEFORE AND AFTER THE CHANGE BEING PRICED    *
      ******************************************************************
       01  WS-OLD-DEPTNO               PIC X(03).
       01  WS-OLD-SALARY               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-BONUS                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-COMM                 PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-DEPTNO               PIC X(03).
       01  WS-NEW-SALARY               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-BONUS                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-COMM                 PIC S9(7)V9(2) USAGE COMP-3.

      ******************************************************************
      * ONE REPORT LINE'S FIGURES                                      *
      ******************************************************************
       01  WS-LINE-VALUES.
           05  WS-LV-BUDGET            PIC S9(11)V9(2) USAGE COMP-3.
           05  WS-LV-ACTUAL            PIC S9(11)V9(2) USAGE COMP-3.
           05  WS-LV-PENDING           PIC S9(11)V9(2) USAGE COMP-3.
           05  WS-LV-MERIT             PIC S9(11)V9(2) USAGE COMP-3.
           05  WS-LV-PROJECTED         PIC S9(11)V9(2) USAGE COMP-3.
           05  WS-LV-VARIANCE          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-LV-COUNT-SW              PIC X(01) VALUE 'N'.
           88  WS-LV-IS-COUNT                    VALUE 'Y'.

       01  WS-GRAND-ACCUM.
           05  WS-GR-BUD-SALARY        PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
           05  WS-GR-BUD-BONUS         PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
           05  WS-GR-BUD-COMM          PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
           05  WS-GR-BUD-HC            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-GR-ACT-SALARY        PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
           05  WS-GR-ACT-BONUS         PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
           05  WS-GR-ACT-COMM          PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
           05  WS-GR-ACT-HC            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-GR-DELTA OCCURS 2 TIMES.
               10  WS-GR-DL-SALARY     PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-GR-DL-BONUS      PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-GR-DL-COMM       PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-GR-DL-HC         PIC S9(07) USAGE COMP.

       01  WS-COUNTERS.
           05  WS-EMPS-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-SKIPPED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-NO-STATUS       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-BUDGETS-LOADED       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CHG-READ OCCURS 2 TIMES
                                       PIC S9(07) USAGE COMP.
           05  WS-CHG-PRICED OCCURS 2 TIMES
                                       PIC S9(07) USAGE COMP.
           05  WS-CHG-UNMATCHED OCCURS 2 TIMES
                                       PIC S9(07) USAGE COMP.
           05  WS-DEPTS-OVER           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-DEPTS-NO-BUDGET      PIC S9(07) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(48) VALUE
               'BUDGVAR - DEPARTMENT BUDGET VARIANCE REPORT'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(13) VALUE 'FISCAL YEAR: '.
           05  RH-FISCAL-YEAR          PIC 9(04).
           05  FILLER  PIC X(20) VALUE '   MERIT SIMULATION:'.
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RH-MERIT-USED           PIC X(12).
       01  WS-RPT-HEADING-3.
           05  FILLER  PIC X(04) VALUE 'DEPT'.
           05  FILLER  PIC X(01) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE 'LINE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE '         BUDGET'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE '         ACTUAL'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE '        PENDING'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE '      MERIT SIM'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE '      PROJECTED'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE '       VARIANCE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE 'FLAG'.
       01  WS-RPT-DETAIL.
           05  RD-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-LINE-LABEL           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-BUDGET               PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-ACTUAL               PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-PENDING              PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-MERIT                PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-PROJECTED            PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-VARIANCE             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-FLAG                 PIC X(09).
       01  WS-MONEY-EDIT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-RPT-NO-DATA.
           05  FILLER  PIC X(44) VALUE
               'NO BUDGETS OR ACTIVE PAYROLL FOR THE YEAR'.

       01  WS-RPT-TOTALS-RD.
           05  FILLER  PIC X(20) VALUE 'EMPLOYEES READ......'.
           05  RT-EMPS-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-SK.
           05  FILLER  PIC X(20) VALUE 'NON-ACTIVE SKIPPED..'.
           05  RT-EMPS-SKIPPED         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-NS.
           05  FILLER  PIC X(20) VALUE 'NO STATUS ON FILE...'.
           05  RT-EMPS-NO-STATUS       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-BL.
           05  FILLER  PIC X(20) VALUE 'BUDGET ROWS LOADED..'.
           05  RT-BUDGETS-LOADED       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-PR.
           05  FILLER  PIC X(20) VALUE 'PENDING CHGS READ...'.
           05  RT-PEND-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-PP.
           05  FILLER  PIC X(20) VALUE 'PENDING CHGS PRICED.'.
           05  RT-PEND-PRICED          PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-PU.
           05  FILLER  PIC X(20) VALUE 'PENDING UNMATCHED...'.
           05  RT-PEND-UNMATCHED       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-MR.
           05  FILLER  PIC X(20) VALUE 'MERIT CARDS READ....'.
           05  RT-SIM-READ             PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-MP.
           05  FILLER  PIC X(20) VALUE 'MERIT CARDS PRICED..'.
           05  RT-SIM-PRICED           PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-MU.
           05  FILLER  PIC X(20) VALUE 'MERIT UNMATCHED.....'.
           05  RT-SIM-UNMATCHED        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DO.
           05  FILLER  PIC X(20) VALUE 'DEPTS OVER BUDGET...'.
           05  RT-DEPTS-OVER           PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DN.
           05  FILLER  PIC X(20) VALUE 'DEPTS WITH NO BUDGET'.
           05  RT-DEPTS-NO-BUDGET      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-LOAD-ACTUALS     THRU 2000-EXIT.
           IF NOT WS-INPUT-FAILED
               MOVE 1 TO WS-DELTA-SET
               PERFORM 3000-PRICE-PENDING THRU 3000-EXIT
               MOVE 2 TO WS-DELTA-SET
               PERFORM 3100-PRICE-MERIT   THRU 3100-EXIT
               CLOSE EMP-FILE
                     STAT-FILE
           END-IF.
           PERFORM 4000-PRINT-REPORT     THRU 4000-EXIT.
           PERFORM 5000-FINALIZE         THRU 5000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - FISCAL YEAR FROM THE CARD, BUDGET TABLE      *
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
                       IF CTL-FISCAL-YEAR NUMERIC
                           AND CTL-FISCAL-YEAR > ZERO
                           MOVE CTL-FISCAL-YEAR TO WS-FISCAL-YEAR
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WS-FISCAL-YEAR EQUAL ZERO
               ACCEPT WS-TODAY-DIGITS FROM DATE YYYYMMDD
               COMPUTE WS-FISCAL-YEAR = WS-TODAY-DIGITS / 10000
           END-IF.

           MOVE ZERO TO WS-GR-DL-SALARY (1) WS-GR-DL-BONUS (1)
                        WS-GR-DL-COMM (1)   WS-GR-DL-HC (1)
                        WS-GR-DL-SALARY (2) WS-GR-DL-BONUS (2)
                        WS-GR-DL-COMM (2)   WS-GR-DL-HC (2)
                        WS-CHG-READ (1)     WS-CHG-READ (2)
                        WS-CHG-PRICED (1)   WS-CHG-PRICED (2)
                        WS-CHG-UNMATCHED (1) WS-CHG-UNMATCHED (2).

           PERFORM 1100-LOAD-BUDGETS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-BUDGETS - EVERY DEPTBUD ROW FOR THE FISCAL YEAR      *
      ******************************************************************
       1100-LOAD-BUDGETS.
           OPEN INPUT BUDG-FILE.
           IF NOT WS-BUDG-OK
               DISPLAY 'BUDGVAR: UNABLE TO OPEN DEPTBUD, STATUS='
                       WS-BUDG-STATUS
               GO TO 1100-EXIT
           END-IF.
           MOVE LOW-VALUES TO DBG-KEY.
           START BUDG-FILE KEY IS NOT LESS THAN DBG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BUDG-EOF-SW
           END-START.
           IF NOT WS-BUDG-EOF
               PERFORM 1110-READ-BUDGET THRU 1110-EXIT
           END-IF.
           PERFORM UNTIL WS-BUDG-EOF
               IF DBG-FISCAL-YEAR EQUAL WS-FISCAL-YEAR
                   MOVE DBG-DEPTNO TO WS-LOOKUP-DEPTNO
                   PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT
                   IF WS-THIS-DEPT > ZERO
                       ADD 1 TO WS-BUDGETS-LOADED
                       MOVE 'Y' TO WS-BV-BUDGET-SW (WS-THIS-DEPT)
                       MOVE DBG-SALARY-BUDGET
                           TO WS-BV-BUD-SALARY (WS-THIS-DEPT)
                       MOVE DBG-BONUS-BUDGET
                           TO WS-BV-BUD-BONUS (WS-THIS-DEPT)
                       MOVE DBG-COMM-BUDGET
                           TO WS-BV-BUD-COMM (WS-THIS-DEPT)
                       MOVE DBG-HEADCOUNT-BUDGET
                           TO WS-BV-BUD-HC (WS-THIS-DEPT)
                   END-IF
               END-IF
               PERFORM 1110-READ-BUDGET THRU 1110-EXIT
           END-PERFORM.
           CLOSE BUDG-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-BUDGET.
           READ BUDG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUDG-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-ACTUALS - ANNUALIZED PAYROLL AND HEADCOUNT OF EVERY  *
      *                     ACTIVE EMPLOYEE BY WORKDEPT.  THE MASTER   *
      *                     STAYS OPEN FOR PRICING THE CHANGES.        *
      ******************************************************************
       2000-LOAD-ACTUALS.
           OPEN INPUT EMP-FILE
                      STAT-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'BUDGVAR: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           END-IF.
           IF NOT WS-STAT-OK
               DISPLAY 'BUDGVAR: UNABLE TO OPEN EMPSTAT, STATUS='
                       WS-STAT-STATUS
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           END-IF.
           IF WS-INPUT-FAILED
               GO TO 2000-EXIT
           END-IF.

           MOVE LOW-VALUES TO EMPNO OF DCLEMP.
           START EMP-FILE KEY IS NOT LESS THAN EMPNO OF DCLEMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF
               PERFORM 2100-READ-EMP THRU 2100-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EMPS-READ
               PERFORM 2150-CHECK-STATUS THRU 2150-EXIT
               IF WS-ROW-EXTRACTABLE
                   MOVE WORKDEPT OF DCLEMP TO WS-LOOKUP-DEPTNO
                   PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT
                   IF WS-THIS-DEPT > ZERO
                       ADD 1 TO WS-BV-ACT-HC (WS-THIS-DEPT)
                       ADD SALARY OF DCLEMP
                           TO WS-BV-ACT-SALARY (WS-THIS-DEPT)
                       ADD BONUS OF DCLEMP
                           TO WS-BV-ACT-BONUS (WS-THIS-DEPT)
                       ADD COMM OF DCLEMP
                           TO WS-BV-ACT-COMM (WS-THIS-DEPT)
                   END-IF
               ELSE
                   ADD 1 TO WS-EMPS-SKIPPED
               END-IF
               PERFORM 2100-READ-EMP THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-READ-EMP.
           READ EMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CHECK-STATUS - ONLY ACTIVE EMPLOYEES ARE ON THE PAYROLL.  *
      *                     AN EMPNO WITH NO EMPSTAT ROW IS TREATED AS *
      *                     ACTIVE, AS IN PAYEXTR.                     *
      ******************************************************************
       2150-CHECK-STATUS.
           MOVE 'Y' TO WS-EXTRACT-SW.
           MOVE EMPNO OF DCLEMP TO STAT-EMPNO.
           READ STAT-FILE
               INVALID KEY
                   ADD 1 TO WS-EMPS-NO-STATUS
               NOT INVALID KEY
                   IF NOT STAT-ACTIVE
                       MOVE 'N' TO WS-EXTRACT-SW
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2300-FIND-OR-ADD-DEPT - LOCATE WS-LOOKUP-DEPTNO IN THE TABLE,  *
      *                         ADDING A CLEARED ENTRY THE FIRST TIME  *
      ******************************************************************
       2300-FIND-OR-ADD-DEPT.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-THIS-DEPT.
           PERFORM 2310-TEST-ONE-DEPT THRU 2310-EXIT
               VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-DEPT-FOUND
               OR WS-BV-IDX GREATER THAN WS-BV-COUNT.
           IF NOT WS-DEPT-FOUND
               IF WS-BV-COUNT < WS-BV-MAX
                   ADD 1 TO WS-BV-COUNT
                   MOVE WS-BV-COUNT TO WS-THIS-DEPT
                   MOVE WS-LOOKUP-DEPTNO
                       TO WS-BV-DEPTNO (WS-THIS-DEPT)
                   MOVE 'N' TO WS-BV-BUDGET-SW (WS-THIS-DEPT)
                   MOVE ZERO TO WS-BV-BUD-SALARY (WS-THIS-DEPT)
                                WS-BV-BUD-BONUS (WS-THIS-DEPT)
                                WS-BV-BUD-COMM (WS-THIS-DEPT)
                                WS-BV-BUD-HC (WS-THIS-DEPT)
                                WS-BV-ACT-SALARY (WS-THIS-DEPT)
                                WS-BV-ACT-BONUS (WS-THIS-DEPT)
                                WS-BV-ACT-COMM (WS-THIS-DEPT)
                                WS-BV-ACT-HC (WS-THIS-DEPT)
                                WS-BV-DL-SALARY (WS-THIS-DEPT, 1)
                                WS-BV-DL-BONUS (WS-THIS-DEPT, 1)
                                WS-BV-DL-COMM (WS-THIS-DEPT, 1)
                                WS-BV-DL-HC (WS-THIS-DEPT, 1)
                                WS-BV-DL-SALARY (WS-THIS-DEPT, 2)
                                WS-BV-DL-BONUS (WS-THIS-DEPT, 2)
                                WS-BV-DL-COMM (WS-THIS-DEPT, 2)
                                WS-BV-DL-HC (WS-THIS-DEPT, 2)
               ELSE
                   DISPLAY 'BUDGVAR: DEPT TABLE FULL FOR DEPT '
                           WS-LOOKUP-DEPTNO
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-TEST-ONE-DEPT.
           IF WS-BV-DEPTNO (WS-BV-IDX) EQUAL WS-LOOKUP-DEPTNO
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-THIS-DEPT TO WS-BV-IDX
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRICE-PENDING - THE EMPREL PENDING FILE INTO DELTA SET 1  *
      ******************************************************************
       3000-PRICE-PENDING.
           OPEN INPUT PEND-FILE.
           IF NOT WS-PEND-OK
               DISPLAY 'BUDGVAR: UNABLE TO OPEN EMPPENDI, STATUS='
                       WS-PEND-STATUS
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3010-READ-PENDING THRU 3010-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CHG-READ (WS-DELTA-SET)
               MOVE PEND-RECORD TO EMPCHG-RECORD
               PERFORM 3200-PRICE-ONE-CHANGE THRU 3200-EXIT
               PERFORM 3010-READ-PENDING THRU 3010-EXIT
           END-PERFORM.
           CLOSE PEND-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-PENDING.
           READ PEND-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PRICE-MERIT - THE EMPMERIT SIMULATION INTO DELTA SET 2.   *
      *                    THE FILE IS OPTIONAL; WITHOUT IT THE MERIT  *
      *                    COLUMN STAYS AT ZERO.                       *
      ******************************************************************
       3100-PRICE-MERIT.
           MOVE 'NOT SUPPLIED' TO RH-MERIT-USED.
           OPEN INPUT SIM-FILE.
           IF NOT WS-SIM-OK
               DISPLAY 'BUDGVAR: UNABLE TO OPEN MERITSIM, STATUS='
                       WS-SIM-STATUS
               GO TO 3100-EXIT
           END-IF.
           IF WS-SIM-STATUS EQUAL '00'
               MOVE 'INCLUDED' TO RH-MERIT-USED
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3110-READ-MERIT THRU 3110-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CHG-READ (WS-DELTA-SET)
               MOVE SIM-RECORD TO EMPCHG-RECORD
               PERFORM 3200-PRICE-ONE-CHANGE THRU 3200-EXIT
               PERFORM 3110-READ-MERIT THRU 3110-EXIT
           END-PERFORM.
           CLOSE SIM-FILE.
       3100-EXIT.
           EXIT.

       3110-READ-MERIT.
           READ SIM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRICE-ONE-CHANGE - A HIRE ADDS ITS PAY TO ITS WORKDEPT; A *
      *                         TERMINATION OR CHANGE IS PRICED        *
      *                         AGAINST THE ACTIVE MASTER ROW.  'J'    *
      *                         CARDS DO NOT MOVE PAY.                 *
      ******************************************************************
       3200-PRICE-ONE-CHANGE.
           IF CHG-TRANS-JOB-DATA
               GO TO 3200-EXIT
           END-IF.

           IF CHG-TRANS-ADD
               MOVE CHG-ADD-EMP-IMAGE  TO DCLEMP
               MOVE WORKDEPT OF DCLEMP TO WS-LOOKUP-DEPTNO
               PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT
               IF WS-THIS-DEPT > ZERO
                   ADD 1 TO WS-BV-DL-HC (WS-THIS-DEPT, WS-DELTA-SET)
                   ADD SALARY OF DCLEMP
                       TO WS-BV-DL-SALARY (WS-THIS-DEPT, WS-DELTA-SET)
                   ADD BONUS OF DCLEMP
                       TO WS-BV-DL-BONUS (WS-THIS-DEPT, WS-DELTA-SET)
                   ADD COMM OF DCLEMP
                       TO WS-BV-DL-COMM (WS-THIS-DEPT, WS-DELTA-SET)
                   ADD 1 TO WS-CHG-PRICED (WS-DELTA-SET)
               END-IF
               GO TO 3200-EXIT
           END-IF.

           IF NOT CHG-TRANS-TERMINATE
               AND NOT CHG-TRANS-CHANGE
               ADD 1 TO WS-CHG-UNMATCHED (WS-DELTA-SET)
               GO TO 3200-EXIT
           END-IF.

           MOVE CHG-EMPNO TO EMPNO OF DCLEMP.
           READ EMP-FILE
               INVALID KEY
                   ADD 1 TO WS-CHG-UNMATCHED (WS-DELTA-SET)
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 2150-CHECK-STATUS THRU 2150-EXIT.
           IF NOT WS-ROW-EXTRACTABLE
               ADD 1 TO WS-CHG-UNMATCHED (WS-DELTA-SET)
               GO TO 3200-EXIT
           END-IF.

           MOVE WORKDEPT OF DCLEMP TO WS-OLD-DEPTNO
                                      WS-NEW-DEPTNO.
           MOVE SALARY   OF DCLEMP TO WS-OLD-SALARY
                                      WS-NEW-SALARY.
           MOVE BONUS    OF DCLEMP TO WS-OLD-BONUS
                                      WS-NEW-BONUS.
           MOVE COMM     OF DCLEMP TO WS-OLD-COMM
                                      WS-NEW-COMM.

      *    THE OLD PAY LEAVES THE OLD DEPARTMENT IN EITHER CASE
           MOVE WS-OLD-DEPTNO TO WS-LOOKUP-DEPTNO.
           PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT.
           IF WS-THIS-DEPT > ZERO
               SUBTRACT 1 FROM WS-BV-DL-HC (WS-THIS-DEPT, WS-DELTA-SET)
               SUBTRACT WS-OLD-SALARY
                   FROM WS-BV-DL-SALARY (WS-THIS-DEPT, WS-DELTA-SET)
               SUBTRACT WS-OLD-BONUS
                   FROM WS-BV-DL-BONUS (WS-THIS-DEPT, WS-DELTA-SET)
               SUBTRACT WS-OLD-COMM
                   FROM WS-BV-DL-COMM (WS-THIS-DEPT, WS-DELTA-SET)
           END-IF.
           ADD 1 TO WS-CHG-PRICED (WS-DELTA-SET).
           IF CHG-TRANS-TERMINATE
               GO TO 3200-EXIT
           END-IF.

      *    AND THE NEW PAY LANDS IN THE (POSSIBLY NEW) DEPARTMENT
           IF CHG-WORKDEPT-APPLY
               MOVE CHG-WORKDEPT TO WS-NEW-DEPTNO
           END-IF.
           IF CHG-SALARY-APPLY
               MOVE CHG-SALARY   TO WS-NEW-SALARY
           END-IF.
           IF CHG-BONUS-APPLY
               MOVE CHG-BONUS    TO WS-NEW-BONUS
           END-IF.
           IF CHG-COMM-APPLY
               MOVE CHG-COMM     TO WS-NEW-COMM
           END-IF.
           MOVE WS-NEW-DEPTNO TO WS-LOOKUP-DEPTNO.
           PERFORM 2300-FIND-OR-ADD-DEPT THRU 2300-EXIT.
           IF WS-THIS-DEPT > ZERO
               ADD 1 TO WS-BV-DL-HC (WS-THIS-DEPT, WS-DELTA-SET)
               ADD WS-NEW-SALARY
                   TO WS-BV-DL-SALARY (WS-THIS-DEPT, WS-DELTA-SET)
               ADD WS-NEW-BONUS
                   TO WS-BV-DL-BONUS (WS-THIS-DEPT, WS-DELTA-SET)
               ADD WS-NEW-COMM
                   TO WS-BV-DL-COMM (WS-THIS-DEPT, WS-DELTA-SET)
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-REPORT - FIVE LINES PER DEPARTMENT, THEN THE SAME   *
      *                     FIVE FOR THE COMPANY                       *
      ******************************************************************
       4000-PRINT-REPORT.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE WS-FISCAL-YEAR TO RH-FISCAL-YEAR.
           IF RH-MERIT-USED EQUAL SPACES
               MOVE 'NOT SUPPLIED' TO RH-MERIT-USED
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-BV-COUNT EQUAL ZERO
               WRITE RPT-LINE FROM WS-RPT-NO-DATA
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB GREATER THAN WS-BV-COUNT.
           PERFORM 4200-PRINT-GRAND THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-DEPT.
           MOVE 'N' TO WS-DEPT-OVER-SW.
           MOVE WS-BV-DEPTNO (WS-DEPT-SUB) TO RD-DEPTNO.

           MOVE 'SALARY'                          TO RD-LINE-LABEL.
           MOVE WS-BV-BUD-SALARY (WS-DEPT-SUB)    TO WS-LV-BUDGET.
           MOVE WS-BV-ACT-SALARY (WS-DEPT-SUB)    TO WS-LV-ACTUAL.
           MOVE WS-BV-DL-SALARY (WS-DEPT-SUB, 1)  TO WS-LV-PENDING.
           MOVE WS-BV-DL-SALARY (WS-DEPT-SUB, 2)  TO WS-LV-MERIT.
           MOVE 'N' TO WS-LV-COUNT-SW.
           PERFORM 4500-WRITE-DEPT-LINE THRU 4500-EXIT.

           MOVE 'BONUS'                           TO RD-LINE-LABEL.
           MOVE WS-BV-BUD-BONUS (WS-DEPT-SUB)     TO WS-LV-BUDGET.
           MOVE WS-BV-ACT-BONUS (WS-DEPT-SUB)     TO WS-LV-ACTUAL.
           MOVE WS-BV-DL-BONUS (WS-DEPT-SUB, 1)   TO WS-LV-PENDING.
           MOVE WS-BV-DL-BONUS (WS-DEPT-SUB, 2)   TO WS-LV-MERIT.
           PERFORM 4500-WRITE-DEPT-LINE THRU 4500-EXIT.

           MOVE 'COMMISSION'                      TO RD-LINE-LABEL.
           MOVE WS-BV-BUD-COMM (WS-DEPT-SUB)      TO WS-LV-BUDGET.
           MOVE WS-BV-ACT-COMM (WS-DEPT-SUB)      TO WS-LV-ACTUAL.
           MOVE WS-BV-DL-COMM (WS-DEPT-SUB, 1)    TO WS-LV-PENDING.
           MOVE WS-BV-DL-COMM (WS-DEPT-SUB, 2)    TO WS-LV-MERIT.
           PERFORM 4500-WRITE-DEPT-LINE THRU 4500-EXIT.

           MOVE 'TOTAL PAY'                       TO RD-LINE-LABEL.
           COMPUTE WS-LV-BUDGET  = WS-BV-BUD-SALARY (WS-DEPT-SUB)
                                 + WS-BV-BUD-BONUS (WS-DEPT-SUB)
                                 + WS-BV-BUD-COMM (WS-DEPT-SUB).
           COMPUTE WS-LV-ACTUAL  = WS-BV-ACT-SALARY (WS-DEPT-SUB)
                                 + WS-BV-ACT-BONUS (WS-DEPT-SUB)
                                 + WS-BV-ACT-COMM (WS-DEPT-SUB).
           COMPUTE WS-LV-PENDING = WS-BV-DL-SALARY (WS-DEPT-SUB, 1)
                                 + WS-BV-DL-BONUS (WS-DEPT-SUB, 1)
                                 + WS-BV-DL-COMM (WS-DEPT-SUB, 1).
           COMPUTE WS-LV-MERIT   = WS-BV-DL-SALARY (WS-DEPT-SUB, 2)
                                 + WS-BV-DL-BONUS (WS-DEPT-SUB, 2)
                                 + WS-BV-DL-COMM (WS-DEPT-SUB, 2).
           PERFORM 4500-WRITE-DEPT-LINE THRU 4500-EXIT.

           MOVE 'HEADCOUNT'                       TO RD-LINE-LABEL.
           MOVE WS-BV-BUD-HC (WS-DEPT-SUB)        TO WS-LV-BUDGET.
           MOVE WS-BV-ACT-HC (WS-DEPT-SUB)        TO WS-LV-ACTUAL.
           MOVE WS-BV-DL-HC (WS-DEPT-SUB, 1)      TO WS-LV-PENDING.
           MOVE WS-BV-DL-HC (WS-DEPT-SUB, 2)      TO WS-LV-MERIT.
           MOVE 'Y' TO WS-LV-COUNT-SW.
           PERFORM 4500-WRITE-DEPT-LINE THRU 4500-EXIT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT WS-BV-HAS-BUDGET (WS-DEPT-SUB)
               ADD 1 TO WS-DEPTS-NO-BUDGET
           ELSE
               IF WS-DEPT-IS-OVER
                   ADD 1 TO WS-DEPTS-OVER
               END-IF
           END-IF.

           ADD WS-BV-BUD-SALARY (WS-DEPT-SUB) TO WS-GR-BUD-SALARY.
           ADD WS-BV-BUD-BONUS (WS-DEPT-SUB)  TO WS-GR-BUD-BONUS.
           ADD WS-BV-BUD-COMM (WS-DEPT-SUB)   TO WS-GR-BUD-COMM.
           ADD WS-BV-BUD-HC (WS-DEPT-SUB)     TO WS-GR-BUD-HC.
           ADD WS-BV-ACT-SALARY (WS-DEPT-SUB) TO WS-GR-ACT-SALARY.
           ADD WS-BV-ACT-BONUS (WS-DEPT-SUB)  TO WS-GR-ACT-BONUS.
           ADD WS-BV-ACT-COMM (WS-DEPT-SUB)   TO WS-GR-ACT-COMM.
           ADD WS-BV-ACT-HC (WS-DEPT-SUB)     TO WS-GR-ACT-HC.
           PERFORM VARYING WS-DELTA-SET FROM 1 BY 1
                   UNTIL WS-DELTA-SET > 2
               ADD WS-BV-DL-SALARY (WS-DEPT-SUB, WS-DELTA-SET)
                   TO WS-GR-DL-SALARY (WS-DELTA-SET)
               ADD WS-BV-DL-BONUS (WS-DEPT-SUB, WS-DELTA-SET)
                   TO WS-GR-DL-BONUS (WS-DELTA-SET)
               ADD WS-BV-DL-COMM (WS-DEPT-SUB, WS-DELTA-SET)
                   TO WS-GR-DL-COMM (WS-DELTA-SET)
               ADD WS-BV-DL-HC (WS-DEPT-SUB, WS-DELTA-SET)
                   TO WS-GR-DL-HC (WS-DELTA-SET)
           END-PERFORM.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-GRAND - THE COMPANY LINES.  THE BUDGET COLUMN IS    *
      *                    ONLY WHAT THE BUDGETED DEPARTMENTS HOLD.    *
      ******************************************************************
       4200-PRINT-GRAND.
           MOVE 'ALL' TO RD-DEPTNO.
           MOVE 'N'   TO WS-LV-COUNT-SW.
           MOVE 'Y'   TO WS-GRAND-LINE-SW.

           MOVE 'SALARY'                 TO RD-LINE-LABEL.
           MOVE WS-GR-BUD-SALARY         TO WS-LV-BUDGET.
           MOVE WS-GR-ACT-SALARY         TO WS-LV-ACTUAL.
           MOVE WS-GR-DL-SALARY (1)      TO WS-LV-PENDING.
           MOVE WS-GR-DL-SALARY (2)      TO WS-LV-MERIT.
           PERFORM 4600-WRITE-LINE THRU 4600-EXIT.

           MOVE 'BONUS'                  TO RD-LINE-LABEL.
           MOVE WS-GR-BUD-BONUS          TO WS-LV-BUDGET.
           MOVE WS-GR-ACT-BONUS          TO WS-LV-ACTUAL.
           MOVE WS-GR-DL-BONUS (1)       TO WS-LV-PENDING.
           MOVE WS-GR-DL-BONUS (2)       TO WS-LV-MERIT.
           PERFORM 4600-WRITE-LINE THRU 4600-EXIT.

           MOVE 'COMMISSION'             TO RD-LINE-LABEL.
           MOVE WS-GR-BUD-COMM           TO WS-LV-BUDGET.
           MOVE WS-GR-ACT-COMM           TO WS-LV-ACTUAL.
           MOVE WS-GR-DL-COMM (1)        TO WS-LV-PENDING.
           MOVE WS-GR-DL-COMM (2)        TO WS-LV-MERIT.
           PERFORM 4600-WRITE-LINE THRU 4600-EXIT.

           MOVE 'TOTAL PAY'              TO RD-LINE-LABEL.
           COMPUTE WS-LV-BUDGET  = WS-GR-BUD-SALARY + WS-GR-BUD-BONUS
                                 + WS-GR-BUD-COMM.
           COMPUTE WS-LV-ACTUAL  = WS-GR-ACT-SALARY + WS-GR-ACT-BONUS
                                 + WS-GR-ACT-COMM.
           COMPUTE WS-LV-PENDING = WS-GR-DL-SALARY (1)
                                 + WS-GR-DL-BONUS (1)
                                 + WS-GR-DL-COMM (1).
           COMPUTE WS-LV-MERIT   = WS-GR-DL-SALARY (2)
                                 + WS-GR-DL-BONUS (2)
                                 + WS-GR-DL-COMM (2).
           PERFORM 4600-WRITE-LINE THRU 4600-EXIT.

           MOVE 'HEADCOUNT'              TO RD-LINE-LABEL.
           MOVE WS-GR-BUD-HC             TO WS-LV-BUDGET.
           MOVE WS-GR-ACT-HC             TO WS-LV-ACTUAL.
           MOVE WS-GR-DL-HC (1)          TO WS-LV-PENDING.
           MOVE WS-GR-DL-HC (2)          TO WS-LV-MERIT.
           MOVE 'Y' TO WS-LV-COUNT-SW.
           PERFORM 4600-WRITE-LINE THRU 4600-EXIT.
           MOVE 'N' TO WS-GRAND-LINE-SW.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4500-WRITE-DEPT-LINE - A DEPARTMENT LINE; ANY LINE OVER ITS    *
      *                        BUDGET MARKS THE DEPARTMENT OVER        *
      ******************************************************************
       4500-WRITE-DEPT-LINE.
           PERFORM 4600-WRITE-LINE THRU 4600-EXIT.
           IF RD-FLAG EQUAL 'OVER'
               MOVE 'Y' TO WS-DEPT-OVER-SW
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-WRITE-LINE - PROJECTION, VARIANCE AND FLAG FOR ONE LINE   *
      ******************************************************************
       4600-WRITE-LINE.
           COMPUTE WS-LV-PROJECTED = WS-LV-ACTUAL + WS-LV-PENDING
                                   + WS-LV-MERIT.
           COMPUTE WS-LV-VARIANCE  = WS-LV-BUDGET - WS-LV-PROJECTED.
           IF WS-LV-IS-COUNT
               MOVE WS-LV-BUDGET    TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO RD-BUDGET
               MOVE WS-LV-ACTUAL    TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO RD-ACTUAL
               MOVE WS-LV-PENDING   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO RD-PENDING
               MOVE WS-LV-MERIT     TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO RD-MERIT
               MOVE WS-LV-PROJECTED TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO RD-PROJECTED
               MOVE WS-LV-VARIANCE  TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO RD-VARIANCE
           ELSE
               MOVE WS-LV-BUDGET    TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT   TO RD-BUDGET
               MOVE WS-LV-ACTUAL    TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT   TO RD-ACTUAL
               MOVE WS-LV-PENDING   TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT   TO RD-PENDING
               MOVE WS-LV-MERIT     TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT   TO RD-MERIT
               MOVE WS-LV-PROJECTED TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT   TO RD-PROJECTED
               MOVE WS-LV-VARIANCE  TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT   TO RD-VARIANCE
           END-IF.

           MOVE SPACES TO RD-FLAG.
      *    THE COMPANY LINES HAVE NO DEPARTMENT ENTRY, SO THE TABLE IS
      *    NOT LOOKED AT FOR THEM.
           EVALUATE TRUE
               WHEN WS-GRAND-LINE
                   CONTINUE
               WHEN NOT WS-BV-HAS-BUDGET (WS-DEPT-SUB)
                   MOVE '     NONE' TO RD-BUDGET
                   MOVE SPACES      TO RD-VARIANCE
                   MOVE 'NO BUDGET' TO RD-FLAG
           END-EVALUATE.
           IF RD-FLAG EQUAL SPACES
               AND WS-LV-VARIANCE < ZERO
               MOVE 'OVER' TO RD-FLAG
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
           MOVE SPACES TO RD-DEPTNO.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FINALIZE - TOTALS AND RETURN CODE                         *
      ******************************************************************
       5000-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EMPS-READ          TO RT-EMPS-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RD.
           MOVE WS-EMPS-SKIPPED       TO RT-EMPS-SKIPPED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-SK.
           MOVE WS-EMPS-NO-STATUS     TO RT-EMPS-NO-STATUS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-NS.
           MOVE WS-BUDGETS-LOADED     TO RT-BUDGETS-LOADED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-BL.
           MOVE WS-CHG-READ (1)       TO RT-PEND-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-PR.
           MOVE WS-CHG-PRICED (1)     TO RT-PEND-PRICED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-PP.
           MOVE WS-CHG-UNMATCHED (1)  TO RT-PEND-UNMATCHED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-PU.
           MOVE WS-CHG-READ (2)       TO RT-SIM-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-MR.
           MOVE WS-CHG-PRICED (2)     TO RT-SIM-PRICED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-MP.
           MOVE WS-CHG-UNMATCHED (2)  TO RT-SIM-UNMATCHED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-MU.
           MOVE WS-DEPTS-OVER         TO RT-DEPTS-OVER.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DO.
           MOVE WS-DEPTS-NO-BUDGET    TO RT-DEPTS-NO-BUDGET.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DN.
           CLOSE RPT-FILE.

           EVALUATE TRUE
               WHEN WS-INPUT-FAILED
                   MOVE 8     TO RETURN-CODE
                   MOVE 'ERR' TO RUNLOG-STATUS
               WHEN WS-DEPTS-OVER > ZERO
                 OR WS-DEPTS-NO-BUDGET > ZERO
                   MOVE 4     TO RETURN-CODE
                   MOVE 'EXC' TO RUNLOG-STATUS
               WHEN OTHER
                   MOVE 'OK'  TO RUNLOG-STATUS
           END-EVALUATE.
           MOVE 'E'               TO RUNLOG-EVENT.
           MOVE WS-EMPS-READ      TO RUNLOG-ROWS-IN.
           MOVE WS-BV-COUNT       TO RUNLOG-ROWS-OUT.
           COMPUTE RUNLOG-ROWS-REJECT =
               WS-CHG-UNMATCHED (1) + WS-CHG-UNMATCHED (2).
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'BUDGVAR ' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'BUDGVAR: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
