      ******************************************************************
      * PROGRAM-ID: BUDGMNT                                            *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     MAINTENANCE JOB FOR THE DEPTBUD DEPARTMENT BUDGET FILE, ON *
      *     THE DEPTMNT/SALBMNT PATTERN.  TRANSACTIONS CARRY AN ACTION *
      *     ('A' ADD, 'U' UPDATE, 'D' DELETE), THE DEPARTMENT CODE,    *
      *     THE FISCAL YEAR AND THE ANNUAL SALARY, BONUS AND           *
      *     COMMISSION BUDGETS AND BUDGETED HEADCOUNT.  THE FISCAL     *
      *     YEAR MUST BE NUMERIC AND NOT BEFORE 2000.  AN ADD OR       *
      *     UPDATE NEEDS AN ACTIVE DEPARTMENT ON DEPTMST AND NUMERIC   *
      *     AMOUNTS; A DELETE IS ALLOWED FOR A RETIRED OR REMOVED      *
      *     DEPARTMENT SO OLD BUDGETS CAN BE CLEARED.  AN ADD OF A     *
      *     KEY ALREADY ON FILE, OR AN UPDATE/DELETE OF ONE THAT       *
      *     ISN'T, GOES TO THE EXCEPTION REPORT.                       *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
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
           SELECT BUDG-FILE     ASSIGN TO DEPTBUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBG-KEY
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT DEPT-FILE     ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMS-DEPTNO
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT TRAN-FILE     ASSIGN TO BUDGTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT RPT-FILE      ASSIGN TO BUDGMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDG-FILE
           RECORDING MODE IS F.
           COPY DEPTBUD.

       FD  DEPT-FILE
           RECORDING MODE IS F.
           COPY DEPTMST.

       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  BUDG-TRAN-RECORD.
           05  BTR-ACTION              PIC X(01).
               88  BTR-ADD                       VALUE 'A'.
               88  BTR-UPDATE                    VALUE 'U'.
               88  BTR-DELETE                    VALUE 'D'.
           05  BTR-DEPTNO              PIC X(03).
           05  BTR-FISCAL-YEAR         PIC 9(04).
           05  BTR-SALARY-BUDGET       PIC 9(09)V9(02).
           05  BTR-BONUS-BUDGET        PIC 9(09)V9(02).
           05  BTR-COMM-BUDGET         PIC 9(09)V9(02).
           05  BTR-HEADCOUNT-BUDGET    PIC 9(05).

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
       01  WS-BUDG-STATUS              PIC X(02) VALUE SPACES.
           88  WS-BUDG-OK                        VALUES '00' '05'.
       01  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-DEPT-OK                        VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TRAN-OK                        VALUE '00'.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
               88  WS-TRAN-REJECTED              VALUE 'Y'.
           05  WS-ONFILE-SW            PIC X(01) VALUE 'N'.
               88  WS-BUDG-ONFILE                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-ADDED          PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-UPDATED        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-DELETED        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC S9(07) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(44) VALUE
               'BUDGMNT - DEPARTMENT BUDGET FILE MAINTENANCE'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(06) VALUE 'ACTION'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE 'DEPT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE 'YEAR'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(40) VALUE 'DISPOSITION'.
       01  WS-RPT-DETAIL.
           05  RD-ACTION               PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  RD-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-FISCAL-YEAR          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-DISPOSITION          PIC X(40).
       01  WS-RPT-TOTALS-RD.
           05  FILLER  PIC X(20) VALUE 'TRANSACTIONS READ...'.
           05  RT-TRANS-READ           PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-AD.
           05  FILLER  PIC X(20) VALUE 'BUDGETS ADDED.......'.
           05  RT-TRANS-ADDED          PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-UP.
           05  FILLER  PIC X(20) VALUE 'BUDGETS UPDATED.....'.
           05  RT-TRANS-UPDATED        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DL.
           05  FILLER  PIC X(20) VALUE 'BUDGETS DELETED.....'.
           05  RT-TRANS-DELETED        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-RJ.
           05  FILLER  PIC X(20) VALUE 'TRANSACTIONS REJECTD'.
           05  RT-TRANS-REJECTED       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANS  THRU 2000-EXIT.
           PERFORM 3000-FINALIZE       THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'S'    TO RUNLOG-EVENT.
           MOVE ZERO   TO RUNLOG-ROWS-IN
                          RUNLOG-ROWS-OUT
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.

           OPEN I-O    BUDG-FILE.
           OPEN INPUT  DEPT-FILE
                       TRAN-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-BUDG-OK
               DISPLAY 'BUDGMNT: UNABLE TO OPEN DEPTBUD, STATUS='
                       WS-BUDG-STATUS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           IF NOT WS-DEPT-OK
               DISPLAY 'BUDGMNT: UNABLE TO OPEN DEPTMST, STATUS='
                       WS-DEPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           IF NOT WS-TRAN-OK
               DISPLAY 'BUDGMNT: UNABLE TO OPEN BUDGTRAN, STATUS='
                       WS-TRAN-STATUS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT WS-EOF
               PERFORM 2100-READ-TRAN THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANS                                             *
      ******************************************************************
       2000-PROCESS-TRANS.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-TRANS-READ
               PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
               PERFORM 2100-READ-TRAN THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-ONE-TRAN - EDIT, THEN DISPATCH ON THE ACTION        *
      ******************************************************************
       2200-APPLY-ONE-TRAN.
           MOVE 'N' TO WS-REJECT-SW.

           IF BTR-DEPTNO EQUAL SPACES
               MOVE 'DEPARTMENT CODE MISSING' TO RD-DISPOSITION
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF BTR-FISCAL-YEAR NOT NUMERIC
               OR BTR-FISCAL-YEAR < 2000
               MOVE 'FISCAL YEAR MISSING OR INVALID' TO RD-DISPOSITION
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF (BTR-ADD OR BTR-UPDATE)
               PERFORM 2250-EDIT-ADD-UPDATE THRU 2250-EXIT
               IF WS-TRAN-REJECTED
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-ONFILE-SW.
           MOVE BTR-DEPTNO      TO DBG-DEPTNO.
           MOVE BTR-FISCAL-YEAR TO DBG-FISCAL-YEAR.
           READ BUDG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ONFILE-SW
           END-READ.

           EVALUATE TRUE
               WHEN BTR-ADD
                   PERFORM 2300-ADD-BUDGET THRU 2300-EXIT
               WHEN BTR-UPDATE
                   PERFORM 2400-UPDATE-BUDGET THRU 2400-EXIT
               WHEN BTR-DELETE
                   PERFORM 2500-DELETE-BUDGET THRU 2500-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO RD-DISPOSITION
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-EDIT-ADD-UPDATE - ACTIVE DEPARTMENT AND NUMERIC AMOUNTS   *
      ******************************************************************
       2250-EDIT-ADD-UPDATE.
           MOVE BTR-DEPTNO TO DMS-DEPTNO.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'DEPARTMENT NOT ON DEPTMST' TO RD-DISPOSITION
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2250-EXIT
           END-READ.
           IF NOT DMS-ACTIVE
               MOVE 'DEPARTMENT IS RETIRED' TO RD-DISPOSITION
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2250-EXIT
           END-IF.
           IF BTR-SALARY-BUDGET NOT NUMERIC
               OR BTR-BONUS-BUDGET NOT NUMERIC
               OR BTR-COMM-BUDGET NOT NUMERIC
               OR BTR-HEADCOUNT-BUDGET NOT NUMERIC
               MOVE 'BUDGET AMOUNT NOT NUMERIC' TO RD-DISPOSITION
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

       2300-ADD-BUDGET.
           IF WS-BUDG-ONFILE
               MOVE 'BUDGET ALREADY ON FILE' TO RD-DISPOSITION
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE BTR-DEPTNO           TO DBG-DEPTNO.
           MOVE BTR-FISCAL-YEAR      TO DBG-FISCAL-YEAR.
           MOVE BTR-SALARY-BUDGET    TO DBG-SALARY-BUDGET.
           MOVE BTR-BONUS-BUDGET     TO DBG-BONUS-BUDGET.
           MOVE BTR-COMM-BUDGET      TO DBG-COMM-BUDGET.
           MOVE BTR-HEADCOUNT-BUDGET TO DBG-HEADCOUNT-BUDGET.
           WRITE DEPTBUD-RECORD.
           ADD 1 TO WS-TRANS-ADDED.
           MOVE 'ADDED' TO RD-DISPOSITION.
           PERFORM 2950-WRITE-APPLIED THRU 2950-EXIT.
       2300-EXIT.
           EXIT.

       2400-UPDATE-BUDGET.
           IF NOT WS-BUDG-ONFILE
               MOVE 'BUDGET NOT ON FILE' TO RD-DISPOSITION
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE BTR-SALARY-BUDGET    TO DBG-SALARY-BUDGET.
           MOVE BTR-BONUS-BUDGET     TO DBG-BONUS-BUDGET.
           MOVE BTR-COMM-BUDGET      TO DBG-COMM-BUDGET.
           MOVE BTR-HEADCOUNT-BUDGET TO DBG-HEADCOUNT-BUDGET.
           REWRITE DEPTBUD-RECORD.
           ADD 1 TO WS-TRANS-UPDATED.
           MOVE 'UPDATED' TO RD-DISPOSITION.
           PERFORM 2950-WRITE-APPLIED THRU 2950-EXIT.
       2400-EXIT.
           EXIT.

       2500-DELETE-BUDGET.
           IF NOT WS-BUDG-ONFILE
               MOVE 'BUDGET NOT ON FILE' TO RD-DISPOSITION
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           DELETE BUDG-FILE
               INVALID KEY
                   DISPLAY 'BUDGMNT: DELETE FAILED FOR DEPT='
                           BTR-DEPTNO ' YEAR=' BTR-FISCAL-YEAR
           END-DELETE.
           ADD 1 TO WS-TRANS-DELETED.
           MOVE 'DELETED' TO RD-DISPOSITION.
           PERFORM 2950-WRITE-APPLIED THRU 2950-EXIT.
       2500-EXIT.
           EXIT.

       2900-WRITE-REJECT.
           MOVE 'Y' TO WS-REJECT-SW.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE BTR-ACTION      TO RD-ACTION.
           MOVE BTR-DEPTNO      TO RD-DEPTNO.
           MOVE BTR-FISCAL-YEAR TO RD-FISCAL-YEAR.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       2900-EXIT.
           EXIT.

       2950-WRITE-APPLIED.
           MOVE BTR-ACTION      TO RD-ACTION.
           MOVE BTR-DEPTNO      TO RD-DEPTNO.
           MOVE BTR-FISCAL-YEAR TO RD-FISCAL-YEAR.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE                                                  *
      ******************************************************************
       3000-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRANS-READ     TO RT-TRANS-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RD.
           MOVE WS-TRANS-ADDED    TO RT-TRANS-ADDED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AD.
           MOVE WS-TRANS-UPDATED  TO RT-TRANS-UPDATED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-UP.
           MOVE WS-TRANS-DELETED  TO RT-TRANS-DELETED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DL.
           MOVE WS-TRANS-REJECTED TO RT-TRANS-REJECTED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RJ.

           CLOSE BUDG-FILE
                 DEPT-FILE
                 TRAN-FILE
                 RPT-FILE.

           MOVE 'E'               TO RUNLOG-EVENT.
           MOVE WS-TRANS-READ     TO RUNLOG-ROWS-IN.
           COMPUTE RUNLOG-ROWS-OUT =
               WS-TRANS-ADDED + WS-TRANS-UPDATED + WS-TRANS-DELETED.
           MOVE WS-TRANS-REJECTED TO RUNLOG-ROWS-REJECT.
           MOVE 'OK'              TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'BUDGMNT ' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'BUDGMNT: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
