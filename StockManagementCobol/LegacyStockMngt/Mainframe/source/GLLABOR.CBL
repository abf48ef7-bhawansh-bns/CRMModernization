      ******************************************************************
      * PROGRAM-ID: GLLABOR                                            *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     GENERAL-LEDGER LABOR COST JOURNAL EXTRACT.  READS THE EMP  *
      *     MASTER, DROPS EMPLOYEES WHO ARE NOT ACTIVE ON EMPSTAT THE  *
      *     SAME WAY PAYEXTR DOES (NO STATUS ROW MEANS ACTIVE), SORTS  *
      *     BY WORKDEPT AND, ON EACH DEPARTMENT BREAK, WRITES ONE      *
      *     DEBIT LINE PER COST TYPE (SALARY, BONUS, COMMISSION) TO    *
      *     THE COST CENTER AND EXPENSE ACCOUNT FROM THE DEPTCC        *
      *     MAPPING FILE, EACH FOLLOWED BY ITS OFFSETTING CREDIT TO    *
      *     THE DEPARTMENT'S ACCRUAL ACCOUNT.  A ZERO AMOUNT IS NOT    *
      *     POSTED.  THE GLJRNL TRAILER CARRIES THE LINE COUNT AND     *
      *     THE DEBIT AND CREDIT CONTROL TOTALS.  A WORKDEPT WITH NO   *
      *     MAPPING ROW IS NOT POSTED: IT GOES TO THE EXCEPTION REPORT *
      *     AND THE STEP ENDS WITH RETURN CODE 8, AS IT DOES IF THE    *
      *     DEBITS AND CREDITS DO NOT AGREE, SO AN INCOMPLETE OR       *
      *     UNBALANCED JOURNAL IS STOPPED BEFORE IT REACHES FINANCE.   *
      *     THE ACCOUNTING PERIOD (YYYY-MM) COMES FROM THE OPTIONAL    *
      *     GLCTL CARD, OR THE CURRENT MONTH WHEN IT IS ABSENT.        *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLLABOR.
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

           SELECT MAP-FILE      ASSIGN TO DEPTCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCC-DEPTNO
               FILE STATUS IS WS-MAP-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT GLJRNL-FILE   ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT CTL-FILE      ASSIGN TO GLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE      ASSIGN TO GLLABRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EXC-FILE      ASSIGN TO GLEXCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

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

       FD  MAP-FILE
           RECORDING MODE IS F.
           COPY DEPTCC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-WORKDEPT           PIC X(03).
           05  SORT-EMPNO              PIC X(06).
           05  SORT-SALARY             PIC S9(7)V9(2) USAGE COMP-3.
           05  SORT-BONUS              PIC S9(7)V9(2) USAGE COMP-3.
           05  SORT-COMM               PIC S9(7)V9(2) USAGE COMP-3.

       FD  GLJRNL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-PERIOD              PIC X(07).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  EXC-FILE
           RECORDING MODE IS F.
       01  EXC-LINE                    PIC X(133).

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
       01  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
           88  WS-MAP-OK                         VALUE '00'.
       01  WS-GLJRNL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-FIRST-REC-SW         PIC X(01) VALUE 'Y'.
               88  WS-FIRST-REC                  VALUE 'Y'.
           05  WS-MAP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-MAP-EOF                    VALUE 'Y'.
           05  WS-INPUT-FAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-INPUT-FAILED               VALUE 'Y'.
           05  WS-EXTRACT-SW           PIC X(01) VALUE 'Y'.
               88  WS-ROW-EXTRACTABLE            VALUE 'Y'.

       01  WS-PERIOD                   PIC X(07) VALUE SPACES.
       01  WS-TODAY-DIGITS             PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY-DIGITS
                                       PIC X(08).

      ******************************************************************
      * COST-CENTER MAPPING, LOADED FROM DEPTCC AT START-UP IN KEY     *
      * SEQUENCE FOR THE SEARCH ALL ON EACH DEPARTMENT BREAK           *
      ******************************************************************
       01  WS-MAP-MAX                  PIC S9(04) USAGE COMP VALUE 500.
       01  WS-MAP-COUNT                PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-MAP-COUNT
                             ASCENDING KEY IS WS-MAP-DEPTNO
                             INDEXED BY WS-MAP-IDX.
               10  WS-MAP-DEPTNO       PIC X(03).
               10  WS-MAP-COST-CENTER  PIC X(06).
               10  WS-MAP-SALARY-ACCT  PIC X(08).
               10  WS-MAP-BONUS-ACCT   PIC X(08).
               10  WS-MAP-COMM-ACCT    PIC X(08).
               10  WS-MAP-ACCRUAL-ACCT PIC X(08).

       01  WS-PRIOR-WORKDEPT           PIC X(03) VALUE SPACES.

       01  WS-DEPT-ACCUM.
           05  WS-DEPT-HEADCOUNT       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-DEPT-SALARY-TOTAL    PIC S9(9)V9(2)
                                        USAGE COMP-3 VALUE ZERO.
           05  WS-DEPT-BONUS-TOTAL     PIC S9(9)V9(2)
                                        USAGE COMP-3 VALUE ZERO.
           05  WS-DEPT-COMM-TOTAL      PIC S9(9)V9(2)
                                        USAGE COMP-3 VALUE ZERO.

      ******************************************************************
      * ONE DEBIT/CREDIT PAIR BEING POSTED                             *
      ******************************************************************
       01  WS-POST-COST-TYPE           PIC X(01).
       01  WS-POST-ACCOUNT             PIC X(08).
       01  WS-POST-AMOUNT              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-POST-DESCRIPTION         PIC X(20).

       01  WS-COUNTERS.
           05  WS-EMPS-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-SKIPPED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-NO-STATUS       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-POSTED          PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-UNMAPPED        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-DEPTS-POSTED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-DEPTS-UNMAPPED       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-LINES-WRITTEN        PIC S9(07) USAGE COMP VALUE ZERO.

       01  WS-TOTAL-DEBITS             PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.
       01  WS-UNMAPPED-AMOUNT          PIC S9(11)V9(2) USAGE COMP-3
                                        VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                    *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(44) VALUE
               'GLLABOR - GENERAL-LEDGER LABOR COST JOURNAL'.
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(08) VALUE 'PERIOD: '.
           05  RH-PERIOD           PIC X(07).
       01  WS-RPT-HEADING-3.
           05  FILLER              PIC X(04) VALUE 'DEPT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'CC'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'HEADCOUNT'.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'SALARY'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'BONUS'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'COMMISSION'.
       01  WS-RPT-DETAIL.
           05  RD-WORKDEPT          PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RD-COST-CENTER       PIC X(06).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  RD-HEADCOUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RD-SALARY-TOTAL      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-BONUS-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-COMM-TOTAL        PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-TOTALS-RD.
           05  FILLER  PIC X(20) VALUE 'EMPLOYEES READ......'.
           05  RT-EMPS-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-SK.
           05  FILLER  PIC X(20) VALUE 'NON-ACTIVE SKIPPED..'.
           05  RT-EMPS-SKIPPED         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-NS.
           05  FILLER  PIC X(20) VALUE 'NO STATUS ON FILE...'.
           05  RT-EMPS-NO-STATUS       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-EP.
           05  FILLER  PIC X(20) VALUE 'EMPLOYEES POSTED....'.
           05  RT-EMPS-POSTED          PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DP.
           05  FILLER  PIC X(20) VALUE 'DEPTS POSTED........'.
           05  RT-DEPTS-POSTED         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DU.
           05  FILLER  PIC X(20) VALUE 'DEPTS UNMAPPED......'.
           05  RT-DEPTS-UNMAPPED       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-LN.
           05  FILLER  PIC X(20) VALUE 'JOURNAL LINES.......'.
           05  RT-LINES-WRITTEN        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DR.
           05  FILLER  PIC X(20) VALUE 'TOTAL DEBITS........'.
           05  RT-TOTAL-DEBITS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-TOTALS-CR.
           05  FILLER  PIC X(20) VALUE 'TOTAL CREDITS.......'.
           05  RT-TOTAL-CREDITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-VERDICT-OK.
           05  FILLER  PIC X(44) VALUE
               'JOURNAL COMPLETE AND IN BALANCE'.
       01  WS-RPT-VERDICT-BAD.
           05  FILLER  PIC X(44) VALUE
               '*** JOURNAL INCOMPLETE - DO NOT RELEASE ***'.

       01  WS-EXC-HEADING-1.
           05  FILLER              PIC X(44) VALUE
               'GLLABOR - UNMAPPED DEPARTMENT EXCEPTIONS'.
       01  WS-EXC-HEADING-2.
           05  FILLER              PIC X(04) VALUE 'DEPT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'HEADCOUNT'.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'SALARY'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'BONUS'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'COMMISSION'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'REASON'.
       01  WS-EXC-DETAIL.
           05  EX-WORKDEPT          PIC X(03).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  EX-HEADCOUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  EX-SALARY-TOTAL      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EX-BONUS-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EX-COMM-TOTAL        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EX-REASON            PIC X(30).
       01  WS-EXC-TOTALS.
           05  FILLER  PIC X(20) VALUE 'AMOUNT NOT POSTED...'.
           05  EX-UNMAPPED-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EXC-NONE.
           05  FILLER  PIC X(44) VALUE
               'NO EXCEPTIONS - EVERY WORKDEPT IS MAPPED'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-WORKDEPT SORT-EMPNO
               INPUT PROCEDURE  2000-LOAD-SORT THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-PRODUCE-JOURNAL THRU 3000-EXIT.
           PERFORM 4000-FINALIZE       THRU 4000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - PERIOD FROM THE CONTROL CARD, MAPPING TABLE, *
      *                   OUTPUT FILES AND HEADINGS                    *
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
                       MOVE CTL-PERIOD TO WS-PERIOD
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WS-PERIOD EQUAL SPACES
               ACCEPT WS-TODAY-DIGITS FROM DATE YYYYMMDD
               STRING WS-TODAY-X (1:4) '-' WS-TODAY-X (5:2)
                   DELIMITED BY SIZE INTO WS-PERIOD
           END-IF.

           PERFORM 1100-LOAD-MAP-TABLE THRU 1100-EXIT.

           OPEN OUTPUT GLJRNL-FILE
                       RPT-FILE
                       EXC-FILE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE WS-PERIOD TO RH-PERIOD.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           WRITE EXC-LINE FROM WS-EXC-HEADING-1.
           WRITE EXC-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           WRITE EXC-LINE FROM WS-EXC-HEADING-2.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-MAP-TABLE - PULL THE COST-CENTER MAPPING INTO THE    *
      *                       SEARCH TABLE, IN KEY SEQUENCE.  WITHOUT  *
      *                       IT EVERY DEPARTMENT IS AN EXCEPTION.     *
      ******************************************************************
       1100-LOAD-MAP-TABLE.
           OPEN INPUT MAP-FILE.
           IF NOT WS-MAP-OK
               DISPLAY 'GLLABOR: UNABLE TO OPEN DEPTCC, STATUS='
                       WS-MAP-STATUS
               GO TO 1100-EXIT
           END-IF.
           MOVE LOW-VALUES TO DCC-DEPTNO.
           START MAP-FILE KEY IS NOT LESS THAN DCC-DEPTNO
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM 1110-READ-MAP THRU 1110-EXIT.
           PERFORM UNTIL WS-MAP-EOF
               IF WS-MAP-COUNT < WS-MAP-MAX
                   ADD 1 TO WS-MAP-COUNT
                   MOVE DCC-DEPTNO
                       TO WS-MAP-DEPTNO (WS-MAP-COUNT)
                   MOVE DCC-COST-CENTER
                       TO WS-MAP-COST-CENTER (WS-MAP-COUNT)
                   MOVE DCC-SALARY-ACCT
                       TO WS-MAP-SALARY-ACCT (WS-MAP-COUNT)
                   MOVE DCC-BONUS-ACCT
                       TO WS-MAP-BONUS-ACCT (WS-MAP-COUNT)
                   MOVE DCC-COMM-ACCT
                       TO WS-MAP-COMM-ACCT (WS-MAP-COUNT)
                   MOVE DCC-ACCRUAL-ACCT
                       TO WS-MAP-ACCRUAL-ACCT (WS-MAP-COUNT)
               ELSE
                   DISPLAY 'GLLABOR: MAP TABLE FULL, ROW SKIPPED'
               END-IF
               PERFORM 1110-READ-MAP THRU 1110-EXIT
           END-PERFORM.
           CLOSE MAP-FILE.
           IF WS-MAP-COUNT EQUAL ZERO
               DISPLAY 'GLLABOR: DEPTCC IS EMPTY'
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-MAP.
           READ MAP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-SORT - READ THE EMP MASTER IN KEY SEQUENCE AND       *
      *                  RELEASE EVERY ACTIVE EMPLOYEE TO THE SORT     *
      ******************************************************************
       2000-LOAD-SORT.
           OPEN INPUT EMP-FILE
                      STAT-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'GLLABOR: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           END-IF.
           IF NOT WS-STAT-OK
               DISPLAY 'GLLABOR: UNABLE TO OPEN EMPSTAT, STATUS='
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
                   MOVE WORKDEPT OF DCLEMP TO SORT-WORKDEPT
                   MOVE EMPNO    OF DCLEMP TO SORT-EMPNO
                   MOVE SALARY   OF DCLEMP TO SORT-SALARY
                   MOVE BONUS    OF DCLEMP TO SORT-BONUS
                   MOVE COMM     OF DCLEMP TO SORT-COMM
                   RELEASE SORT-RECORD
               ELSE
                   ADD 1 TO WS-EMPS-SKIPPED
               END-IF
               PERFORM 2100-READ-EMP THRU 2100-EXIT
           END-PERFORM.
           CLOSE EMP-FILE
                 STAT-FILE.
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
      * 2150-CHECK-STATUS - ONLY ACTIVE EMPLOYEES ARE COSTED.  AN      *
      *                     EMPNO WITH NO EMPSTAT ROW IS TREATED AS    *
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
      * 3000-PRODUCE-JOURNAL - CONTROL-BREAK ON WORKDEPT               *
      ******************************************************************
       3000-PRODUCE-JOURNAL.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
           PERFORM UNTIL WS-EOF
               IF WS-FIRST-REC
                   MOVE SORT-WORKDEPT TO WS-PRIOR-WORKDEPT
                   MOVE 'N' TO WS-FIRST-REC-SW
               END-IF
               IF SORT-WORKDEPT NOT EQUAL WS-PRIOR-WORKDEPT
                   PERFORM 3900-POST-DEPARTMENT THRU 3900-EXIT
                   MOVE SORT-WORKDEPT TO WS-PRIOR-WORKDEPT
               END-IF
               ADD 1 TO WS-DEPT-HEADCOUNT
               ADD SORT-SALARY TO WS-DEPT-SALARY-TOTAL
               ADD SORT-BONUS  TO WS-DEPT-BONUS-TOTAL
               ADD SORT-COMM   TO WS-DEPT-COMM-TOTAL
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM.

           IF NOT WS-FIRST-REC
               PERFORM 3900-POST-DEPARTMENT THRU 3900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-SORT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3900-POST-DEPARTMENT - ONE DEPARTMENT'S TOTALS: A MAPPED DEPT  *
      *                        IS POSTED AS DEBIT/CREDIT PAIRS PER     *
      *                        COST TYPE, AN UNMAPPED ONE GOES TO THE  *
      *                        EXCEPTION REPORT                        *
      ******************************************************************
       3900-POST-DEPARTMENT.
           IF WS-MAP-COUNT EQUAL ZERO
               PERFORM 3980-WRITE-EXCEPTION THRU 3980-EXIT
               GO TO 3900-RESET
           END-IF.
           SEARCH ALL WS-MAP-ENTRY
               AT END
                   PERFORM 3980-WRITE-EXCEPTION THRU 3980-EXIT
               WHEN WS-MAP-DEPTNO (WS-MAP-IDX) EQUAL
                    WS-PRIOR-WORKDEPT
                   PERFORM 3950-POST-MAPPED-DEPT THRU 3950-EXIT
           END-SEARCH.
       3900-RESET.
           MOVE ZERO TO WS-DEPT-HEADCOUNT
                        WS-DEPT-SALARY-TOTAL
                        WS-DEPT-BONUS-TOTAL
                        WS-DEPT-COMM-TOTAL.
       3900-EXIT.
           EXIT.

       3950-POST-MAPPED-DEPT.
           MOVE 'S'                   TO WS-POST-COST-TYPE.
           MOVE WS-MAP-SALARY-ACCT (WS-MAP-IDX) TO WS-POST-ACCOUNT.
           MOVE WS-DEPT-SALARY-TOTAL  TO WS-POST-AMOUNT.
           MOVE 'LABOR COST - SALARY' TO WS-POST-DESCRIPTION.
           PERFORM 3960-WRITE-PAIR THRU 3960-EXIT.

           MOVE 'B'                   TO WS-POST-COST-TYPE.
           MOVE WS-MAP-BONUS-ACCT (WS-MAP-IDX) TO WS-POST-ACCOUNT.
           MOVE WS-DEPT-BONUS-TOTAL   TO WS-POST-AMOUNT.
           MOVE 'LABOR COST - BONUS'  TO WS-POST-DESCRIPTION.
           PERFORM 3960-WRITE-PAIR THRU 3960-EXIT.

           MOVE 'C'                   TO WS-POST-COST-TYPE.
           MOVE WS-MAP-COMM-ACCT (WS-MAP-IDX) TO WS-POST-ACCOUNT.
           MOVE WS-DEPT-COMM-TOTAL    TO WS-POST-AMOUNT.
           MOVE 'LABOR COST - COMM'   TO WS-POST-DESCRIPTION.
           PERFORM 3960-WRITE-PAIR THRU 3960-EXIT.

           ADD 1 TO WS-DEPTS-POSTED.
           ADD WS-DEPT-HEADCOUNT TO WS-EMPS-POSTED.
           MOVE WS-PRIOR-WORKDEPT    TO RD-WORKDEPT.
           MOVE WS-MAP-COST-CENTER (WS-MAP-IDX) TO RD-COST-CENTER.
           MOVE WS-DEPT-HEADCOUNT    TO RD-HEADCOUNT.
           MOVE WS-DEPT-SALARY-TOTAL TO RD-SALARY-TOTAL.
           MOVE WS-DEPT-BONUS-TOTAL  TO RD-BONUS-TOTAL.
           MOVE WS-DEPT-COMM-TOTAL   TO RD-COMM-TOTAL.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 3960-WRITE-PAIR - DEBIT THE EXPENSE ACCOUNT, CREDIT THE        *
      *                   DEPARTMENT'S ACCRUAL ACCOUNT, SAME COST      *
      *                   CENTER.  NOTHING IS WRITTEN FOR A ZERO SUM.  *
      ******************************************************************
       3960-WRITE-PAIR.
           IF WS-POST-AMOUNT EQUAL ZERO
               GO TO 3960-EXIT
           END-IF.
           MOVE 'D'                 TO GLD-REC-TYPE.
           MOVE WS-PERIOD           TO GLD-PERIOD.
           MOVE WS-MAP-COST-CENTER (WS-MAP-IDX) TO GLD-COST-CENTER.
           MOVE WS-POST-ACCOUNT     TO GLD-GL-ACCOUNT.
           MOVE WS-PRIOR-WORKDEPT   TO GLD-WORKDEPT.
           MOVE WS-POST-COST-TYPE   TO GLD-COST-TYPE.
           MOVE 'D'                 TO GLD-DR-CR.
           MOVE WS-POST-AMOUNT      TO GLD-AMOUNT.
           MOVE WS-POST-DESCRIPTION TO GLD-DESCRIPTION.
           WRITE GLJRNL-DETAIL.
           ADD 1                    TO WS-LINES-WRITTEN.
           ADD WS-POST-AMOUNT       TO WS-TOTAL-DEBITS.

           MOVE WS-MAP-ACCRUAL-ACCT (WS-MAP-IDX) TO GLD-GL-ACCOUNT.
           MOVE 'C'                 TO GLD-DR-CR.
           MOVE 'LABOR ACCRUAL'     TO GLD-DESCRIPTION.
           WRITE GLJRNL-DETAIL.
           ADD 1                    TO WS-LINES-WRITTEN.
           ADD WS-POST-AMOUNT       TO WS-TOTAL-CREDITS.
       3960-EXIT.
           EXIT.

       3980-WRITE-EXCEPTION.
           ADD 1 TO WS-DEPTS-UNMAPPED.
           ADD WS-DEPT-HEADCOUNT    TO WS-EMPS-UNMAPPED.
           ADD WS-DEPT-SALARY-TOTAL WS-DEPT-BONUS-TOTAL
               WS-DEPT-COMM-TOTAL   TO WS-UNMAPPED-AMOUNT.
           MOVE WS-PRIOR-WORKDEPT    TO EX-WORKDEPT.
           MOVE WS-DEPT-HEADCOUNT    TO EX-HEADCOUNT.
           MOVE WS-DEPT-SALARY-TOTAL TO EX-SALARY-TOTAL.
           MOVE WS-DEPT-BONUS-TOTAL  TO EX-BONUS-TOTAL.
           MOVE WS-DEPT-COMM-TOTAL   TO EX-COMM-TOTAL.
           IF WS-PRIOR-WORKDEPT EQUAL SPACES
               MOVE 'WORKDEPT IS BLANK' TO EX-REASON
           ELSE
               MOVE 'NO COST-CENTER MAPPING' TO EX-REASON
           END-IF.
           WRITE EXC-LINE FROM WS-EXC-DETAIL.
       3980-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE - TRAILER, TOTALS, VERDICT AND RETURN CODE       *
      ******************************************************************
       4000-FINALIZE.
           MOVE 'T'                  TO GLT-REC-TYPE.
           MOVE WS-PERIOD            TO GLT-PERIOD.
           MOVE WS-LINES-WRITTEN     TO GLT-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS      TO GLT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS     TO GLT-TOTAL-CREDITS.
           MOVE SPACES               TO GLT-FILLER.
           WRITE GLJRNL-TRAILER.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EMPS-READ       TO RT-EMPS-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RD.
           MOVE WS-EMPS-SKIPPED    TO RT-EMPS-SKIPPED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-SK.
           MOVE WS-EMPS-NO-STATUS  TO RT-EMPS-NO-STATUS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-NS.
           MOVE WS-EMPS-POSTED     TO RT-EMPS-POSTED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-EP.
           MOVE WS-DEPTS-POSTED    TO RT-DEPTS-POSTED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DP.
           MOVE WS-DEPTS-UNMAPPED  TO RT-DEPTS-UNMAPPED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DU.
           MOVE WS-LINES-WRITTEN   TO RT-LINES-WRITTEN.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-LN.
           MOVE WS-TOTAL-DEBITS    TO RT-TOTAL-DEBITS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DR.
           MOVE WS-TOTAL-CREDITS   TO RT-TOTAL-CREDITS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-CR.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           IF WS-DEPTS-UNMAPPED EQUAL ZERO
               WRITE EXC-LINE FROM WS-EXC-NONE
           ELSE
               MOVE WS-UNMAPPED-AMOUNT TO EX-UNMAPPED-AMOUNT
               WRITE EXC-LINE FROM WS-EXC-TOTALS
           END-IF.

           IF WS-DEPTS-UNMAPPED EQUAL ZERO
               AND WS-TOTAL-DEBITS EQUAL WS-TOTAL-CREDITS
               AND NOT WS-INPUT-FAILED
               WRITE RPT-LINE FROM WS-RPT-VERDICT-OK
               MOVE 'OK'  TO RUNLOG-STATUS
           ELSE
               WRITE RPT-LINE FROM WS-RPT-VERDICT-BAD
               MOVE 8 TO RETURN-CODE
               IF WS-DEPTS-UNMAPPED > ZERO
                   MOVE 'EXC' TO RUNLOG-STATUS
               ELSE
                   MOVE 'ERR' TO RUNLOG-STATUS
               END-IF
           END-IF.

           CLOSE GLJRNL-FILE
                 RPT-FILE
                 EXC-FILE.

           MOVE 'E'              TO RUNLOG-EVENT.
           MOVE WS-EMPS-READ     TO RUNLOG-ROWS-IN.
           MOVE WS-LINES-WRITTEN TO RUNLOG-ROWS-OUT.
           MOVE WS-EMPS-UNMAPPED TO RUNLOG-ROWS-REJECT.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'GLLABOR ' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'GLLABOR: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
