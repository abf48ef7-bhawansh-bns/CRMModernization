      ******************************************************************
      * PROGRAM-ID: DEPTREOR                                           *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     DEPARTMENT REORGANIZATION - MERGES, SPLITS AND RENUMBERS.  *
      *     DRIVEN BY REORGCTL CARDS:                                  *
      *         'R' RUN CARD     - MODE ('S' SIMULATE, THE DEFAULT, OR *
      *                            'U' UPDATE), THE COMMON EFFECTIVE   *
      *                            DATE ('YYYY-MM-DD', SPACES = AT     *
      *                            ONCE) AND THE TRANSACTION TIMESTAMP *
      *         'M' MAPPING CARD - OLD DEPT TO NEW DEPT, OPTIONALLY    *
      *                            FOR ONE JOB ONLY, WITH A FLAG TO    *
      *                            RETIRE THE OLD DEPT AND THE NAME    *
      *                            AND MANAGER TO ADD THE NEW DEPT     *
      *                            WHEN IT IS NOT YET ACTIVE           *
      *         'E' EMPNO CARD   - RESTRICTS THE 'M' CARD BEFORE IT TO *
      *                            THE LISTED EMPLOYEES (A SPLIT)      *
      *     EVERY EMPLOYEE ON EMPMSTR IN A MAPPED OLD DEPARTMENT IS    *
      *     MATCHED AGAINST THE MAPPINGS.  ONE MATCH MOVES THE         *
      *     EMPLOYEE; MORE THAN ONE IS AN ERROR, AS IS NO MATCH IN A   *
      *     DEPARTMENT BEING RETIRED, AN EMPNO CARD FOR SOMEONE NOT IN *
      *     THE OLD DEPARTMENT, AND A PENDING (EMPPENDI) HIRE OR       *
      *     TRANSFER INTO A DEPARTMENT BEING RETIRED.  THE REPORT      *
      *     RECONCILES WHO MOVES WHERE AND EACH DEPARTMENT'S HEADCOUNT *
      *     BEFORE AND AFTER.  IN UPDATE MODE WITH NO ERRORS THREE     *
      *     FILES ARE WRITTEN:                                         *
      *         REORGCHG - ONE 'C' WORKDEPT EMPCHG CARD PER MOVE, ALL  *
      *                    CARRYING THE COMMON EFFECTIVE DATE, FOR     *
      *                    EMPREL                                      *
      *         REORGADD - DEPTTRAN 'A' CARDS FOR THE NEW DEPARTMENTS, *
      *                    FOR DEPTMNT BEFORE THE MOVES ARE RELEASED   *
      *         REORGRET - DEPTTRAN 'R' CARDS FOR THE RETIRED ONES,    *
      *                    FOR DEPTMNT ONCE EMPUPDT HAS APPLIED THE    *
      *                    MOVES (IT REFUSES A RETIRE UNTIL THEN)      *
      *     WITH ANY ERROR NOTHING IS WRITTEN AND THE STEP ENDS WITH   *
      *     RETURN CODE 8.                                             *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTREOR.
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

           SELECT DEPT-FILE     ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMS-DEPTNO
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT CTL-FILE      ASSIGN TO REORGCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL PEND-FILE ASSIGN TO EMPPENDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CHG-FILE      ASSIGN TO REORGCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT DADD-FILE     ASSIGN TO REORGADD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DADD-STATUS.

           SELECT DRET-FILE     ASSIGN TO REORGRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRET-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT RPT-FILE      ASSIGN TO REORGRPT
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

       FD  DEPT-FILE
           RECORDING MODE IS F.
           COPY DEPTMST.

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-CARD-TYPE           PIC X(01).
               88  CTL-RUN-CARD-TYPE             VALUE 'R'.
               88  CTL-MAP-CARD-TYPE             VALUE 'M'.
               88  CTL-EMPNO-CARD-TYPE           VALUE 'E'.
           05  CTL-CARD-BODY           PIC X(79).
           05  CTL-RUN-CARD REDEFINES CTL-CARD-BODY.
               10  CTL-RUN-MODE        PIC X(01).
                   88  CTL-MODE-SIMULATE         VALUE 'S'.
                   88  CTL-MODE-UPDATE           VALUE 'U'.
               10  CTL-EFFECTIVE-DATE  PIC X(10).
               10  CTL-EFF-DATE-PARTS REDEFINES CTL-EFFECTIVE-DATE.
                   15  CTL-EFF-YYYY    PIC X(04).
                   15  CTL-EFF-DASH-1  PIC X(01).
                   15  CTL-EFF-MM      PIC X(02).
                   15  CTL-EFF-DASH-2  PIC X(01).
                   15  CTL-EFF-DD      PIC X(02).
               10  CTL-TIMESTAMP       PIC X(26).
               10  FILLER              PIC X(42).
           05  CTL-MAP-CARD REDEFINES CTL-CARD-BODY.
               10  CTL-OLD-DEPTNO      PIC X(03).
               10  CTL-NEW-DEPTNO      PIC X(03).
               10  CTL-JOB             PIC X(08).
               10  CTL-RETIRE-OLD      PIC X(01).
                   88  CTL-RETIRE-OLD-DEPT       VALUE 'Y'.
               10  CTL-NEW-DEPTNAME    PIC X(36).
               10  CTL-NEW-MGRNO       PIC X(06).
               10  FILLER              PIC X(22).
           05  CTL-EMPNO-CARD REDEFINES CTL-CARD-BODY.
               10  CTL-EMPNO           PIC X(06).
               10  FILLER              PIC X(73).

       FD  PEND-FILE
           RECORDING MODE IS F.
       01  PEND-RECORD                 PIC X(136).

       FD  CHG-FILE
           RECORDING MODE IS F.
       01  CHG-RECORD                  PIC X(136).

       FD  DADD-FILE
           RECORDING MODE IS F.
       01  DADD-RECORD                 PIC X(46).

       FD  DRET-FILE
           RECORDING MODE IS F.
       01  DRET-RECORD                 PIC X(46).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-OLD-DEPTNO         PIC X(03).
           05  SORT-NEW-DEPTNO         PIC X(03).
           05  SORT-EMPNO              PIC X(06).
           05  SORT-LASTNAME           PIC X(15).
           05  SORT-FIRSTNME           PIC X(12).
           05  SORT-JOB                PIC X(08).
           05  SORT-DISP-CODE          PIC X(01).
               88  SORT-MOVES                    VALUE 'M'.
               88  SORT-STAYS                    VALUE 'S'.
               88  SORT-MAPPED-TWICE             VALUE 'D'.
               88  SORT-LEFT-IN-RETIRED          VALUE 'L'.

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
       01  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-DEPT-OK                        VALUE '00'.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE '00'.
           88  WS-CTL-EOF                        VALUE '10'.
       01  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
           88  WS-PEND-OK                        VALUES '00' '05'.
       01  WS-CHG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-DADD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DRET-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-INPUT-FAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-INPUT-FAILED               VALUE 'Y'.
           05  WS-FIRST-REC-SW         PIC X(01) VALUE 'Y'.
               88  WS-FIRST-REC                  VALUE 'Y'.
           05  WS-RUN-MODE-SW          PIC X(01) VALUE 'S'.
               88  WS-SIMULATING                 VALUE 'S'.
               88  WS-UPDATING                   VALUE 'U'.
           05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND                VALUE 'Y'.
           05  WS-ON-LIST-SW           PIC X(01) VALUE 'N'.
               88  WS-ON-LIST                    VALUE 'Y'.
           05  WS-CARD-ERROR-SW        PIC X(01) VALUE 'N'.
               88  WS-CARD-IN-ERROR              VALUE 'Y'.

       01  WS-EFFECTIVE-DATE           PIC X(10) VALUE SPACES.
       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

      ******************************************************************
      * THE TRANSACTIONS BUILT FOR EMPREL AND DEPTMNT                  *
      ******************************************************************
       COPY EMPCHG.

       01  WS-DEPT-TRAN.
           05  DTR-ACTION              PIC X(01).
           05  DTR-DEPTNO              PIC X(03).
           05  DTR-DEPTNAME            PIC X(36).
           05  DTR-MGRNO               PIC X(06).

      ******************************************************************
      * MAPPING CARDS IN THE ORDER READ                                *
      ******************************************************************
       01  WS-MAP-MAX                  PIC S9(04) USAGE COMP VALUE 100.
       01  WS-MAP-COUNT                PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-MAP-IDX.
               10  WS-MAP-OLD-DEPTNO   PIC X(03).
               10  WS-MAP-NEW-DEPTNO   PIC X(03).
               10  WS-MAP-JOB          PIC X(08).
               10  WS-MAP-RETIRE-SW    PIC X(01).
                   88  WS-MAP-RETIRES-OLD        VALUE 'Y'.
               10  WS-MAP-LIST-SW      PIC X(01).
                   88  WS-MAP-HAS-LIST           VALUE 'Y'.
               10  WS-MAP-NEW-DEPTNAME PIC X(36).
               10  WS-MAP-NEW-MGRNO    PIC X(06).
               10  WS-MAP-MOVED        PIC S9(07) USAGE COMP.
       01  WS-THIS-MAP                 PIC S9(04) USAGE COMP.
       01  WS-MATCH-COUNT              PIC S9(04) USAGE COMP.

      ******************************************************************
      * EMPNO RESTRICTIONS, EACH TIED TO ITS MAPPING CARD              *
      ******************************************************************
       01  WS-LST-MAX                  PIC S9(04) USAGE COMP VALUE 1000.
       01  WS-LST-COUNT                PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-LST-TABLE.
           05  WS-LST-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-LST-IDX.
               10  WS-LST-EMPNO        PIC X(06).
               10  WS-LST-MAP          PIC S9(04) USAGE COMP.
               10  WS-LST-USED-SW      PIC X(01).
                   88  WS-LST-USED               VALUE 'Y'.

      ******************************************************************
      * EVERY DEPARTMENT NAMED ON A MAPPING CARD, OLD OR NEW           *
      ******************************************************************
       01  WS-DPT-MAX                  PIC S9(04) USAGE COMP VALUE 200.
       01  WS-DPT-COUNT                PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-DPT-IDX.
               10  WS-DPT-DEPTNO       PIC X(03).
               10  WS-DPT-FILE-SW      PIC X(01).
                   88  WS-DPT-ON-FILE-ACTIVE     VALUE 'A'.
                   88  WS-DPT-ON-FILE-RETIRED    VALUE 'R'.
                   88  WS-DPT-NOT-ON-FILE        VALUE 'N'.
               10  WS-DPT-OLD-SW       PIC X(01).
                   88  WS-DPT-IS-OLD             VALUE 'Y'.
               10  WS-DPT-RETIRE-SW    PIC X(01).
                   88  WS-DPT-TO-RETIRE          VALUE 'Y'.
               10  WS-DPT-ADD-SW       PIC X(01).
                   88  WS-DPT-TO-ADD             VALUE 'Y'.
               10  WS-DPT-DEPTNAME     PIC X(36).
               10  WS-DPT-MGRNO        PIC X(06).
               10  WS-DPT-BEFORE       PIC S9(07) USAGE COMP.
               10  WS-DPT-OUT          PIC S9(07) USAGE COMP.
               10  WS-DPT-IN           PIC S9(07) USAGE COMP.
       01  WS-THIS-DPT                 PIC S9(04) USAGE COMP.
       01  WS-LOOKUP-DEPTNO            PIC X(03).
       01  WS-OLD-DPT                  PIC S9(04) USAGE COMP.
       01  WS-NEW-DPT                  PIC S9(04) USAGE COMP.

       01  WS-PRIOR-OLD-DEPTNO         PIC X(03) VALUE SPACES.
       01  WS-PRIOR-NEW-DEPTNO         PIC X(03) VALUE SPACES.
       01  WS-GROUP-COUNT              PIC S9(07) USAGE COMP VALUE ZERO.
       01  WS-DPT-AFTER                PIC S9(07) USAGE COMP.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-MOVED           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-STAYING         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-PEND-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-ERRORS               PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CHG-WRITTEN          PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-DADD-WRITTEN         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-DRET-WRITTEN         PIC S9(07) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(44) VALUE
               'DEPTREOR - DEPARTMENT REORGANIZATION'.
       01  WS-RPT-MODE-SIM.
           05  FILLER  PIC X(44) VALUE
               'MODE: SIMULATION - NO CARDS WRITTEN'.
       01  WS-RPT-MODE-UPD.
           05  FILLER  PIC X(44) VALUE
               'MODE: UPDATE - EMPCHG AND DEPTTRAN CARDS'.
       01  WS-RPT-EFF-DATE.
           05  FILLER  PIC X(16) VALUE 'EFFECTIVE DATE: '.
           05  RH-EFFECTIVE-DATE       PIC X(10).

       01  WS-RPT-SECTION.
           05  RS-TITLE                PIC X(60).
       01  WS-RPT-MAP-HEADING.
           05  FILLER  PIC X(08) VALUE 'OLD DEPT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE 'NEW DEPT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE 'JOB'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE 'RETIRE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE 'EMPNOS'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(40) VALUE 'DISPOSITION'.
       01  WS-RPT-MAP-DETAIL.
           05  RM-OLD-DEPTNO           PIC X(03).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  RM-NEW-DEPTNO           PIC X(03).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  RM-JOB                  PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RM-RETIRE               PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  RM-LIST                 PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  RM-DISPOSITION          PIC X(40).
       01  WS-RPT-EXCEPTION.
           05  RX-KEY                  PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-MESSAGE              PIC X(50).

       01  WS-RPT-MOVE-HEADING.
           05  FILLER  PIC X(04) VALUE 'OLD '.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE 'NEW '.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE 'EMPNO'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE 'LAST NAME'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(12) VALUE 'FIRST NAME'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE 'JOB'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(30) VALUE 'DISPOSITION'.
       01  WS-RPT-MOVE-DETAIL.
           05  RV-OLD-DEPTNO           PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RV-NEW-DEPTNO           PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RV-EMPNO                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-LASTNAME             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-FIRSTNME             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-JOB                  PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-DISPOSITION          PIC X(30).
       01  WS-RPT-MOVE-GROUP.
           05  FILLER                  PIC X(05) VALUE 'FROM '.
           05  RG-OLD-DEPTNO           PIC X(03).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  RG-NEW-DEPTNO           PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' EMPLOYEES'.

       01  WS-RPT-DPT-HEADING.
           05  FILLER  PIC X(04) VALUE 'DEPT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE 'ON FILE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE ' BEFORE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE '    OUT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE '     IN'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE '  AFTER'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE 'ACTION'.
       01  WS-RPT-DPT-DETAIL.
           05  RP-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RP-ON-FILE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-BEFORE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-OUT                  PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-IN                   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-AFTER                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-ACTION               PIC X(10).

       01  WS-RPT-NOT-WRITTEN.
           05  FILLER  PIC X(44) VALUE
               'ERRORS FOUND - NO CARDS WRITTEN'.

       01  WS-RPT-TOTALS-CR.
           05  FILLER  PIC X(20) VALUE 'CONTROL CARDS READ..'.
           05  RT-CARDS-READ           PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-ER.
           05  FILLER  PIC X(20) VALUE 'MASTER ROWS READ....'.
           05  RT-EMPS-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-MV.
           05  FILLER  PIC X(20) VALUE 'EMPLOYEES MOVED.....'.
           05  RT-EMPS-MOVED           PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-ST.
           05  FILLER  PIC X(20) VALUE 'EMPLOYEES STAYING...'.
           05  RT-EMPS-STAYING         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-PR.
           05  FILLER  PIC X(20) VALUE 'PENDING TRANS READ..'.
           05  RT-PEND-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-EX.
           05  FILLER  PIC X(20) VALUE 'ERRORS..............'.
           05  RT-ERRORS               PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-CW.
           05  FILLER  PIC X(20) VALUE 'EMPCHG CARDS WRITTEN'.
           05  RT-CHG-WRITTEN          PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-AW.
           05  FILLER  PIC X(20) VALUE 'DEPT ADDS WRITTEN...'.
           05  RT-DADD-WRITTEN         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-RW.
           05  FILLER  PIC X(20) VALUE 'DEPT RETIRES WRITTEN'.
           05  RT-DRET-WRITTEN         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-INPUT-FAILED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-OLD-DEPTNO SORT-NEW-DEPTNO
                                    SORT-EMPNO
                   INPUT PROCEDURE  2000-MATCH-EMPLOYEES THRU 2000-EXIT
                   OUTPUT PROCEDURE 3000-PRODUCE-MOVES THRU 3000-EXIT
               PERFORM 4000-DEPT-SUMMARY THRU 4000-EXIT
           END-IF.
           PERFORM 5000-FINALIZE THRU 5000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - LOAD AND EDIT THE CARDS, CHECK THE PENDING   *
      *                   FILE, OPEN THE OUTPUTS FOR THE MODE          *
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'S'    TO RUNLOG-EVENT.
           MOVE ZERO   TO RUNLOG-ROWS-IN
                          RUNLOG-ROWS-OUT
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.

           OPEN OUTPUT RPT-FILE.
           OPEN INPUT  EMP-FILE
                       DEPT-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'DEPTREOR: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           END-IF.
           IF NOT WS-DEPT-OK
               DISPLAY 'DEPTREOR: UNABLE TO OPEN DEPTMST, STATUS='
                       WS-DEPT-STATUS
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           END-IF.

           OPEN INPUT CTL-FILE.
           IF NOT WS-CTL-OK
               DISPLAY 'DEPTREOR: UNABLE TO OPEN REORGCTL, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           ELSE
               PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT
               PERFORM 1200-POST-CTL-CARD THRU 1200-EXIT
                   UNTIL WS-CTL-EOF
               CLOSE CTL-FILE
           END-IF.
           IF WS-MAP-COUNT EQUAL ZERO
               DISPLAY 'DEPTREOR: NO MAPPING CARDS ON REORGCTL'
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           IF WS-SIMULATING
               WRITE RPT-LINE FROM WS-RPT-MODE-SIM
           ELSE
               WRITE RPT-LINE FROM WS-RPT-MODE-UPD
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           WRITE RPT-LINE FROM WS-RPT-EFF-DATE.

           IF WS-INPUT-FAILED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-EDIT-MAPPINGS THRU 1300-EXIT.
           PERFORM 1400-CHECK-PENDING THRU 1400-EXIT.

           IF WS-UPDATING
               OPEN OUTPUT CHG-FILE
                           DADD-FILE
                           DRET-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-CTL-CARD.
           READ CTL-FILE
               AT END
                   MOVE '10' TO WS-CTL-STATUS
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-POST-CTL-CARD - 'R' SETS THE RUN PARAMETERS, 'M' ADDS A   *
      *                      MAPPING, 'E' RESTRICTS THE LAST MAPPING   *
      ******************************************************************
       1200-POST-CTL-CARD.
           ADD 1 TO WS-CARDS-READ.
           EVALUATE TRUE
               WHEN CTL-RUN-CARD-TYPE
                   IF CTL-MODE-UPDATE
                       MOVE 'U' TO WS-RUN-MODE-SW
                   ELSE
                       MOVE 'S' TO WS-RUN-MODE-SW
                   END-IF
                   IF CTL-EFFECTIVE-DATE NOT EQUAL SPACES
                       AND (CTL-EFF-YYYY NOT NUMERIC
                         OR CTL-EFF-MM NOT NUMERIC
                         OR CTL-EFF-DD NOT NUMERIC
                         OR CTL-EFF-DASH-1 NOT EQUAL '-'
                         OR CTL-EFF-DASH-2 NOT EQUAL '-')
                       DISPLAY 'DEPTREOR: EFFECTIVE DATE NOT '
                               'YYYY-MM-DD: ' CTL-EFFECTIVE-DATE
                       ADD 1 TO WS-ERRORS
                   ELSE
                       MOVE CTL-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   END-IF
                   MOVE CTL-TIMESTAMP TO WS-RUN-TIMESTAMP
               WHEN CTL-MAP-CARD-TYPE
                   IF WS-MAP-COUNT < WS-MAP-MAX
                       ADD 1 TO WS-MAP-COUNT
                       MOVE CTL-OLD-DEPTNO
                           TO WS-MAP-OLD-DEPTNO (WS-MAP-COUNT)
                       MOVE CTL-NEW-DEPTNO
                           TO WS-MAP-NEW-DEPTNO (WS-MAP-COUNT)
                       MOVE CTL-JOB
                           TO WS-MAP-JOB (WS-MAP-COUNT)
                       IF CTL-RETIRE-OLD-DEPT
                           MOVE 'Y' TO WS-MAP-RETIRE-SW (WS-MAP-COUNT)
                       ELSE
                           MOVE 'N' TO WS-MAP-RETIRE-SW (WS-MAP-COUNT)
                       END-IF
                       MOVE 'N' TO WS-MAP-LIST-SW (WS-MAP-COUNT)
                       MOVE CTL-NEW-DEPTNAME
                           TO WS-MAP-NEW-DEPTNAME (WS-MAP-COUNT)
                       MOVE CTL-NEW-MGRNO
                           TO WS-MAP-NEW-MGRNO (WS-MAP-COUNT)
                       MOVE ZERO TO WS-MAP-MOVED (WS-MAP-COUNT)
                   ELSE
                       DISPLAY 'DEPTREOR: MAPPING TABLE FULL, CARD '
                               'DROPPED'
                       ADD 1 TO WS-ERRORS
                   END-IF
               WHEN CTL-EMPNO-CARD-TYPE
                   IF WS-MAP-COUNT EQUAL ZERO
                       DISPLAY 'DEPTREOR: EMPNO CARD BEFORE ANY '
                               'MAPPING CARD: ' CTL-EMPNO
                       ADD 1 TO WS-ERRORS
                   ELSE
                       IF WS-LST-COUNT < WS-LST-MAX
                           ADD 1 TO WS-LST-COUNT
                           MOVE CTL-EMPNO
                               TO WS-LST-EMPNO (WS-LST-COUNT)
                           MOVE WS-MAP-COUNT
                               TO WS-LST-MAP (WS-LST-COUNT)
                           MOVE 'N' TO WS-LST-USED-SW (WS-LST-COUNT)
                           MOVE 'Y' TO WS-MAP-LIST-SW (WS-MAP-COUNT)
                       ELSE
                           DISPLAY 'DEPTREOR: EMPNO TABLE FULL, CARD '
                                   'DROPPED'
                           ADD 1 TO WS-ERRORS
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'DEPTREOR: UNKNOWN CARD TYPE '
                           CTL-CARD-TYPE
                   ADD 1 TO WS-ERRORS
           END-EVALUATE.
           PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-EDIT-MAPPINGS - EACH CARD AGAINST DEPTMST, THEN ACROSS    *
      *                      CARDS: NOTHING MAY MOVE INTO A DEPARTMENT *
      *                      THAT IS BEING RETIRED                     *
      ******************************************************************
       1300-EDIT-MAPPINGS.
           MOVE SPACES TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'MAPPING CARDS' TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           WRITE RPT-LINE FROM WS-RPT-MAP-HEADING.

           PERFORM 1310-REGISTER-MAPPING THRU 1310-EXIT
               VARYING WS-THIS-MAP FROM 1 BY 1
               UNTIL WS-THIS-MAP GREATER THAN WS-MAP-COUNT.
           PERFORM 1330-EDIT-ONE-MAPPING THRU 1330-EXIT
               VARYING WS-THIS-MAP FROM 1 BY 1
               UNTIL WS-THIS-MAP GREATER THAN WS-MAP-COUNT.
       1300-EXIT.
           EXIT.

      *    FIRST PASS - BUILD THE DEPARTMENT TABLE SO THE RETIRE FLAGS
      *    OF EVERY CARD ARE KNOWN BEFORE ANY CARD IS EDITED
       1310-REGISTER-MAPPING.
           MOVE WS-MAP-OLD-DEPTNO (WS-THIS-MAP) TO WS-LOOKUP-DEPTNO.
           PERFORM 1350-FIND-OR-ADD-DPT THRU 1350-EXIT.
           IF WS-THIS-DPT > ZERO
               MOVE 'Y' TO WS-DPT-OLD-SW (WS-THIS-DPT)
               IF WS-MAP-RETIRES-OLD (WS-THIS-MAP)
                   MOVE 'Y' TO WS-DPT-RETIRE-SW (WS-THIS-DPT)
               END-IF
           END-IF.
           MOVE WS-MAP-NEW-DEPTNO (WS-THIS-MAP) TO WS-LOOKUP-DEPTNO.
           PERFORM 1350-FIND-OR-ADD-DPT THRU 1350-EXIT.
       1310-EXIT.
           EXIT.

       1330-EDIT-ONE-MAPPING.
           MOVE 'N'                                TO WS-CARD-ERROR-SW.
           MOVE 'ACCEPTED'                         TO RM-DISPOSITION.
           MOVE WS-MAP-OLD-DEPTNO (WS-THIS-MAP)    TO RM-OLD-DEPTNO.
           MOVE WS-MAP-NEW-DEPTNO (WS-THIS-MAP)    TO RM-NEW-DEPTNO.
           MOVE WS-MAP-JOB (WS-THIS-MAP)           TO RM-JOB.
           MOVE WS-MAP-RETIRE-SW (WS-THIS-MAP)     TO RM-RETIRE.
           MOVE WS-MAP-LIST-SW (WS-THIS-MAP)       TO RM-LIST.

           IF WS-MAP-OLD-DEPTNO (WS-THIS-MAP) EQUAL SPACES
               OR WS-MAP-NEW-DEPTNO (WS-THIS-MAP) EQUAL SPACES
               MOVE 'OLD OR NEW DEPARTMENT MISSING' TO RM-DISPOSITION
               GO TO 1330-REJECT
           END-IF.
           IF WS-MAP-OLD-DEPTNO (WS-THIS-MAP) EQUAL
              WS-MAP-NEW-DEPTNO (WS-THIS-MAP)
               MOVE 'OLD AND NEW DEPARTMENT THE SAME' TO RM-DISPOSITION
               GO TO 1330-REJECT
           END-IF.

           MOVE WS-MAP-OLD-DEPTNO (WS-THIS-MAP) TO WS-LOOKUP-DEPTNO.
           PERFORM 1350-FIND-OR-ADD-DPT THRU 1350-EXIT.
           MOVE WS-THIS-DPT TO WS-OLD-DPT.
           MOVE WS-MAP-NEW-DEPTNO (WS-THIS-MAP) TO WS-LOOKUP-DEPTNO.
           PERFORM 1350-FIND-OR-ADD-DPT THRU 1350-EXIT.
           MOVE WS-THIS-DPT TO WS-NEW-DPT.
           IF WS-OLD-DPT EQUAL ZERO OR WS-NEW-DPT EQUAL ZERO
               MOVE 'DEPARTMENT TABLE FULL' TO RM-DISPOSITION
               GO TO 1330-REJECT
           END-IF.

           IF NOT WS-DPT-ON-FILE-ACTIVE (WS-OLD-DPT)
               MOVE 'OLD DEPARTMENT NOT ACTIVE ON DEPTMST'
                   TO RM-DISPOSITION
               GO TO 1330-REJECT
           END-IF.
           IF WS-DPT-TO-RETIRE (WS-NEW-DPT)
               MOVE 'NEW DEPARTMENT IS ALSO BEING RETIRED'
                   TO RM-DISPOSITION
               GO TO 1330-REJECT
           END-IF.

      *    A NEW CODE IS ADDED (OR A RETIRED ONE REACTIVATED) BY
      *    DEPTMNT; A BRAND-NEW CODE NEEDS A NAME FROM SOME CARD
           IF NOT WS-DPT-ON-FILE-ACTIVE (WS-NEW-DPT)
               MOVE 'Y' TO WS-DPT-ADD-SW (WS-NEW-DPT)
               IF WS-DPT-DEPTNAME (WS-NEW-DPT) EQUAL SPACES
                   MOVE WS-MAP-NEW-DEPTNAME (WS-THIS-MAP)
                       TO WS-DPT-DEPTNAME (WS-NEW-DPT)
               END-IF
               IF WS-DPT-MGRNO (WS-NEW-DPT) EQUAL SPACES
                   MOVE WS-MAP-NEW-MGRNO (WS-THIS-MAP)
                       TO WS-DPT-MGRNO (WS-NEW-DPT)
               END-IF
               IF WS-DPT-NOT-ON-FILE (WS-NEW-DPT)
                   AND WS-MAP-NEW-DEPTNAME (WS-THIS-MAP) EQUAL SPACES
                   AND WS-DPT-DEPTNAME (WS-NEW-DPT) EQUAL SPACES
                   MOVE 'NEW DEPARTMENT NOT ON DEPTMST - NAME NEEDED'
                       TO RM-DISPOSITION
                   GO TO 1330-REJECT
               END-IF
           END-IF.
           IF WS-MAP-NEW-MGRNO (WS-THIS-MAP) NOT EQUAL SPACES
               MOVE WS-MAP-NEW-MGRNO (WS-THIS-MAP) TO EMPNO OF DCLEMP
               READ EMP-FILE
                   INVALID KEY
                       MOVE 'NEW MANAGER EMPNO NOT ON EMP MASTER'
                           TO RM-DISPOSITION
                       GO TO 1330-REJECT
               END-READ
           END-IF.
           GO TO 1330-PRINT.

       1330-REJECT.
           ADD 1 TO WS-ERRORS.
       1330-PRINT.
           WRITE RPT-LINE FROM WS-RPT-MAP-DETAIL.
       1330-EXIT.
           EXIT.

      ******************************************************************
      * 1350-FIND-OR-ADD-DPT - LOCATE WS-LOOKUP-DEPTNO, ADDING IT WITH *
      *                        ITS DEPTMST STATE THE FIRST TIME        *
      ******************************************************************
       1350-FIND-OR-ADD-DPT.
           PERFORM 1360-FIND-DPT THRU 1360-EXIT.
           IF WS-ENTRY-FOUND
               GO TO 1350-EXIT
           END-IF.
           IF WS-DPT-COUNT NOT LESS THAN WS-DPT-MAX
               DISPLAY 'DEPTREOR: DEPT TABLE FULL FOR DEPT '
                       WS-LOOKUP-DEPTNO
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO WS-DPT-COUNT.
           MOVE WS-DPT-COUNT     TO WS-THIS-DPT.
           MOVE WS-LOOKUP-DEPTNO TO WS-DPT-DEPTNO (WS-THIS-DPT).
           MOVE 'N'    TO WS-DPT-OLD-SW (WS-THIS-DPT)
                          WS-DPT-RETIRE-SW (WS-THIS-DPT)
                          WS-DPT-ADD-SW (WS-THIS-DPT).
           MOVE SPACES TO WS-DPT-DEPTNAME (WS-THIS-DPT)
                          WS-DPT-MGRNO (WS-THIS-DPT).
           MOVE ZERO   TO WS-DPT-BEFORE (WS-THIS-DPT)
                          WS-DPT-OUT (WS-THIS-DPT)
                          WS-DPT-IN (WS-THIS-DPT).
           MOVE WS-LOOKUP-DEPTNO TO DMS-DEPTNO.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DPT-FILE-SW (WS-THIS-DPT)
               NOT INVALID KEY
                   IF DMS-ACTIVE
                       MOVE 'A' TO WS-DPT-FILE-SW (WS-THIS-DPT)
                   ELSE
                       MOVE 'R' TO WS-DPT-FILE-SW (WS-THIS-DPT)
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

       1360-FIND-DPT.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-THIS-DPT.
           PERFORM 1370-TEST-ONE-DPT THRU 1370-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND
               OR WS-DPT-IDX GREATER THAN WS-DPT-COUNT.
       1360-EXIT.
           EXIT.

       1370-TEST-ONE-DPT.
           IF WS-DPT-DEPTNO (WS-DPT-IDX) EQUAL WS-LOOKUP-DEPTNO
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-THIS-DPT TO WS-DPT-IDX
           END-IF.
       1370-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CHECK-PENDING - A HELD HIRE OR TRANSFER INTO A DEPARTMENT *
      *                      BEING RETIRED WOULD LAND THERE AFTER THE  *
      *                      RETIRE, SO IT IS AN ERROR HERE            *
      ******************************************************************
       1400-CHECK-PENDING.
           OPEN INPUT PEND-FILE.
           IF NOT WS-PEND-OK
               DISPLAY 'DEPTREOR: UNABLE TO OPEN EMPPENDI, STATUS='
                       WS-PEND-STATUS
               GO TO 1400-EXIT
           END-IF.
           MOVE SPACES TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'PENDING TRANSACTION EXCEPTIONS' TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1410-READ-PENDING THRU 1410-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-PEND-READ
               MOVE PEND-RECORD TO EMPCHG-RECORD
               MOVE SPACES TO WS-LOOKUP-DEPTNO
               IF CHG-TRANS-ADD
                   MOVE CHG-ADD-EMP-IMAGE  TO DCLEMP
                   MOVE WORKDEPT OF DCLEMP TO WS-LOOKUP-DEPTNO
               END-IF
               IF CHG-TRANS-CHANGE AND CHG-WORKDEPT-APPLY
                   MOVE CHG-WORKDEPT TO WS-LOOKUP-DEPTNO
               END-IF
               IF WS-LOOKUP-DEPTNO NOT EQUAL SPACES
                   PERFORM 1360-FIND-DPT THRU 1360-EXIT
                   IF WS-ENTRY-FOUND
                       AND WS-DPT-TO-RETIRE (WS-THIS-DPT)
                       MOVE CHG-EMPNO        TO RX-KEY
                       MOVE WS-LOOKUP-DEPTNO TO RX-DEPTNO
                       MOVE 'PENDING TRANSACTION INTO A RETIRING DEPT'
                           TO RX-MESSAGE
                       WRITE RPT-LINE FROM WS-RPT-EXCEPTION
                       ADD 1 TO WS-ERRORS
                   END-IF
               END-IF
               PERFORM 1410-READ-PENDING THRU 1410-EXIT
           END-PERFORM.
           CLOSE PEND-FILE.
           MOVE 'N' TO WS-EOF-SW.
       1400-EXIT.
           EXIT.

       1410-READ-PENDING.
           READ PEND-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MATCH-EMPLOYEES - EVERY MASTER ROW IN A MAPPED OLD DEPT   *
      *                        IS MATCHED AND RELEASED TO THE SORT     *
      ******************************************************************
       2000-MATCH-EMPLOYEES.
           MOVE SPACES TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'EMPNO CARD EXCEPTIONS' TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.

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
               ADD 1 TO WS-EMPS-READ
               PERFORM 2200-MATCH-ONE-EMP THRU 2200-EXIT
               PERFORM 2100-READ-EMPMSTR THRU 2100-EXIT
           END-PERFORM.

      *    AN EMPNO CARD THAT MATCHED NO ONE NAMES SOMEBODY WHO IS NOT
      *    IN THAT CARD'S OLD DEPARTMENT (OR NOT ON THE MASTER AT ALL)
           PERFORM 2900-CHECK-UNUSED-EMPNO THRU 2900-EXIT
               VARYING WS-LST-IDX FROM 1 BY 1
               UNTIL WS-LST-IDX GREATER THAN WS-LST-COUNT.
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
      * 2200-MATCH-ONE-EMP - COUNT THE MAPPINGS THAT CLAIM THIS        *
      *                      EMPLOYEE: ONE MOVES THE EMPLOYEE, NONE    *
      *                      LEAVES THEM PUT, MORE THAN ONE IS AN      *
      *                      ERROR                                     *
      ******************************************************************
       2200-MATCH-ONE-EMP.
           MOVE WORKDEPT OF DCLEMP TO WS-LOOKUP-DEPTNO.
           PERFORM 1360-FIND-DPT THRU 1360-EXIT.
           IF NOT WS-ENTRY-FOUND
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-THIS-DPT TO WS-OLD-DPT.
           ADD 1 TO WS-DPT-BEFORE (WS-OLD-DPT).
           IF NOT WS-DPT-IS-OLD (WS-OLD-DPT)
               GO TO 2200-EXIT
           END-IF.

           MOVE ZERO TO WS-MATCH-COUNT
                        WS-THIS-MAP.
           PERFORM 2210-TEST-ONE-MAP THRU 2210-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX GREATER THAN WS-MAP-COUNT.

           MOVE WORKDEPT OF DCLEMP      TO SORT-OLD-DEPTNO.
           MOVE EMPNO OF DCLEMP         TO SORT-EMPNO.
           MOVE LASTNAME-TEXT           TO SORT-LASTNAME.
           MOVE FIRSTNME-TEXT           TO SORT-FIRSTNME.
           MOVE JOB OF DCLEMP           TO SORT-JOB.
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT EQUAL 1
                   MOVE WS-MAP-NEW-DEPTNO (WS-THIS-MAP)
                       TO SORT-NEW-DEPTNO
                   MOVE 'M' TO SORT-DISP-CODE
                   ADD 1 TO WS-EMPS-MOVED
                   ADD 1 TO WS-MAP-MOVED (WS-THIS-MAP)
                   ADD 1 TO WS-DPT-OUT (WS-OLD-DPT)
                   MOVE WS-MAP-NEW-DEPTNO (WS-THIS-MAP)
                       TO WS-LOOKUP-DEPTNO
                   PERFORM 1360-FIND-DPT THRU 1360-EXIT
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-DPT-IN (WS-THIS-DPT)
                   END-IF
               WHEN WS-MATCH-COUNT > 1
                   MOVE SPACES TO SORT-NEW-DEPTNO
                   MOVE 'D' TO SORT-DISP-CODE
                   ADD 1 TO WS-ERRORS
               WHEN WS-DPT-TO-RETIRE (WS-OLD-DPT)
                   MOVE SPACES TO SORT-NEW-DEPTNO
                   MOVE 'L' TO SORT-DISP-CODE
                   ADD 1 TO WS-ERRORS
               WHEN OTHER
                   MOVE SPACES TO SORT-NEW-DEPTNO
                   MOVE 'S' TO SORT-DISP-CODE
                   ADD 1 TO WS-EMPS-STAYING
           END-EVALUATE.
           RELEASE SORT-RECORD.
       2200-EXIT.
           EXIT.

      *    SPACES ON THE CARD'S JOB MEANS ANY JOB; A CARD WITH EMPNO
      *    CARDS BEHIND IT CLAIMS ONLY THE EMPLOYEES LISTED
       2210-TEST-ONE-MAP.
           IF WS-MAP-OLD-DEPTNO (WS-MAP-IDX) NOT EQUAL
              WORKDEPT OF DCLEMP
               GO TO 2210-EXIT
           END-IF.
           IF WS-MAP-JOB (WS-MAP-IDX) NOT EQUAL SPACES
               AND WS-MAP-JOB (WS-MAP-IDX) NOT EQUAL JOB OF DCLEMP
               GO TO 2210-EXIT
           END-IF.
           IF WS-MAP-HAS-LIST (WS-MAP-IDX)
               MOVE 'N' TO WS-ON-LIST-SW
               PERFORM 2220-TEST-ONE-LIST THRU 2220-EXIT
                   VARYING WS-LST-IDX FROM 1 BY 1
                   UNTIL WS-LST-IDX GREATER THAN WS-LST-COUNT
               IF NOT WS-ON-LIST
                   GO TO 2210-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           IF WS-MATCH-COUNT EQUAL 1
               SET WS-THIS-MAP TO WS-MAP-IDX
           END-IF.
       2210-EXIT.
           EXIT.

       2220-TEST-ONE-LIST.
           IF WS-LST-EMPNO (WS-LST-IDX) EQUAL EMPNO OF DCLEMP
               AND WS-LST-MAP (WS-LST-IDX) EQUAL WS-MAP-IDX
               MOVE 'Y' TO WS-ON-LIST-SW
                           WS-LST-USED-SW (WS-LST-IDX)
           END-IF.
       2220-EXIT.
           EXIT.

       2900-CHECK-UNUSED-EMPNO.
           IF NOT WS-LST-USED (WS-LST-IDX)
               MOVE WS-LST-EMPNO (WS-LST-IDX) TO RX-KEY
               MOVE WS-LST-MAP (WS-LST-IDX)   TO WS-THIS-MAP
               MOVE WS-MAP-OLD-DEPTNO (WS-THIS-MAP) TO RX-DEPTNO
               MOVE 'EMPNO NOT IN OLD DEPT (OR JOB) OF ITS MAPPING'
                   TO RX-MESSAGE
               WRITE RPT-LINE FROM WS-RPT-EXCEPTION
               ADD 1 TO WS-ERRORS
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-MOVES - WHO MOVES WHERE, BROKEN ON OLD/NEW DEPT.  *
      *                      IN UPDATE MODE WITH NO ERRORS EACH MOVE   *
      *                      ALSO WRITES ITS EMPCHG CARD.              *
      ******************************************************************
       3000-PRODUCE-MOVES.
           MOVE SPACES TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'EMPLOYEE RECONCILIATION' TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           WRITE RPT-LINE FROM WS-RPT-MOVE-HEADING.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
           PERFORM UNTIL WS-EOF
               IF WS-FIRST-REC
                   MOVE SORT-OLD-DEPTNO TO WS-PRIOR-OLD-DEPTNO
                   MOVE SORT-NEW-DEPTNO TO WS-PRIOR-NEW-DEPTNO
                   MOVE 'N' TO WS-FIRST-REC-SW
               END-IF
               IF SORT-OLD-DEPTNO NOT EQUAL WS-PRIOR-OLD-DEPTNO
                   OR SORT-NEW-DEPTNO NOT EQUAL WS-PRIOR-NEW-DEPTNO
                   PERFORM 3900-WRITE-GROUP-TOTAL THRU 3900-EXIT
                   MOVE SORT-OLD-DEPTNO TO WS-PRIOR-OLD-DEPTNO
                   MOVE SORT-NEW-DEPTNO TO WS-PRIOR-NEW-DEPTNO
               END-IF
               PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
               IF SORT-MOVES
                   AND WS-UPDATING
                   AND WS-ERRORS EQUAL ZERO
                   PERFORM 3300-WRITE-EMPCHG THRU 3300-EXIT
               END-IF
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM.
           IF NOT WS-FIRST-REC
               PERFORM 3900-WRITE-GROUP-TOTAL THRU 3900-EXIT
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

       3200-WRITE-DETAIL.
           MOVE SORT-OLD-DEPTNO    TO RV-OLD-DEPTNO.
           MOVE SORT-NEW-DEPTNO    TO RV-NEW-DEPTNO.
           MOVE SORT-EMPNO         TO RV-EMPNO.
           MOVE SORT-LASTNAME      TO RV-LASTNAME.
           MOVE SORT-FIRSTNME      TO RV-FIRSTNME.
           MOVE SORT-JOB           TO RV-JOB.
           EVALUATE TRUE
               WHEN SORT-MOVES
                   MOVE 'MOVES'                    TO RV-DISPOSITION
               WHEN SORT-STAYS
                   MOVE 'STAYS'                    TO RV-DISPOSITION
               WHEN SORT-MAPPED-TWICE
                   MOVE 'ERROR - MAPPED TWICE'     TO RV-DISPOSITION
               WHEN SORT-LEFT-IN-RETIRED
                   MOVE 'ERROR - LEFT IN RETIRED DEPT'
                                                   TO RV-DISPOSITION
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RPT-MOVE-DETAIL.
           ADD 1 TO WS-GROUP-COUNT.
       3200-EXIT.
           EXIT.

       3300-WRITE-EMPCHG.
           MOVE SPACES             TO EMPCHG-RECORD.
           MOVE 'C'                TO CHG-TRANS-TYPE.
           MOVE SORT-EMPNO         TO CHG-EMPNO.
           MOVE 'Y'                TO CHG-WORKDEPT-IND.
           MOVE SORT-NEW-DEPTNO    TO CHG-WORKDEPT.
           MOVE 'N'                TO CHG-SALARY-IND
                                      CHG-BONUS-IND
                                      CHG-COMM-IND.
           MOVE ZERO               TO CHG-SALARY
                                      CHG-BONUS
                                      CHG-COMM.
           MOVE WS-RUN-TIMESTAMP   TO CHG-TIMESTAMP.
           MOVE ZERO               TO CHG-RETRY-COUNT.
           MOVE WS-EFFECTIVE-DATE  TO CHG-EFFECTIVE-DATE.
           WRITE CHG-RECORD FROM EMPCHG-RECORD.
           ADD 1 TO WS-CHG-WRITTEN.
       3300-EXIT.
           EXIT.

       3900-WRITE-GROUP-TOTAL.
           IF WS-PRIOR-NEW-DEPTNO NOT EQUAL SPACES
               MOVE WS-PRIOR-OLD-DEPTNO TO RG-OLD-DEPTNO
               MOVE WS-PRIOR-NEW-DEPTNO TO RG-NEW-DEPTNO
               MOVE WS-GROUP-COUNT      TO RG-COUNT
               WRITE RPT-LINE FROM WS-RPT-MOVE-GROUP
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO WS-GROUP-COUNT.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DEPT-SUMMARY - HEADCOUNT BEFORE AND AFTER FOR EVERY       *
      *                     DEPARTMENT NAMED, AND THE DEPTTRAN CARDS   *
      ******************************************************************
       4000-DEPT-SUMMARY.
           MOVE SPACES TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'DEPARTMENT RECONCILIATION' TO RS-TITLE.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           WRITE RPT-LINE FROM WS-RPT-DPT-HEADING.
           PERFORM 4100-SUMMARIZE-ONE-DPT THRU 4100-EXIT
               VARYING WS-THIS-DPT FROM 1 BY 1
               UNTIL WS-THIS-DPT GREATER THAN WS-DPT-COUNT.
       4000-EXIT.
           EXIT.

       4100-SUMMARIZE-ONE-DPT.
           MOVE WS-DPT-DEPTNO (WS-THIS-DPT) TO RP-DEPTNO.
           EVALUATE TRUE
               WHEN WS-DPT-ON-FILE-ACTIVE (WS-THIS-DPT)
                   MOVE 'ACTIVE'  TO RP-ON-FILE
               WHEN WS-DPT-ON-FILE-RETIRED (WS-THIS-DPT)
                   MOVE 'RETIRED' TO RP-ON-FILE
               WHEN OTHER
                   MOVE 'NEW'     TO RP-ON-FILE
           END-EVALUATE.
           COMPUTE WS-DPT-AFTER = WS-DPT-BEFORE (WS-THIS-DPT)
                                - WS-DPT-OUT (WS-THIS-DPT)
                                + WS-DPT-IN (WS-THIS-DPT).
           MOVE WS-DPT-BEFORE (WS-THIS-DPT) TO RP-BEFORE.
           MOVE WS-DPT-OUT (WS-THIS-DPT)    TO RP-OUT.
           MOVE WS-DPT-IN (WS-THIS-DPT)     TO RP-IN.
           MOVE WS-DPT-AFTER                TO RP-AFTER.

           MOVE SPACES TO WS-DEPT-TRAN.
           MOVE WS-DPT-DEPTNO (WS-THIS-DPT) TO DTR-DEPTNO.
           EVALUATE TRUE
               WHEN WS-DPT-TO-RETIRE (WS-THIS-DPT)
                   MOVE 'RETIRE'     TO RP-ACTION
                   MOVE 'R'          TO DTR-ACTION
               WHEN WS-DPT-TO-ADD (WS-THIS-DPT)
                   IF WS-DPT-ON-FILE-RETIRED (WS-THIS-DPT)
                       MOVE 'REACTIVATE' TO RP-ACTION
                   ELSE
                       MOVE 'ADD'        TO RP-ACTION
                   END-IF
                   MOVE 'A'          TO DTR-ACTION
                   MOVE WS-DPT-DEPTNAME (WS-THIS-DPT) TO DTR-DEPTNAME
                   MOVE WS-DPT-MGRNO (WS-THIS-DPT)    TO DTR-MGRNO
               WHEN OTHER
                   MOVE SPACES       TO RP-ACTION
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RPT-DPT-DETAIL.

           IF WS-UPDATING
               AND WS-ERRORS EQUAL ZERO
               IF DTR-ACTION EQUAL 'A'
                   WRITE DADD-RECORD FROM WS-DEPT-TRAN
                   ADD 1 TO WS-DADD-WRITTEN
               END-IF
               IF DTR-ACTION EQUAL 'R'
                   WRITE DRET-RECORD FROM WS-DEPT-TRAN
                   ADD 1 TO WS-DRET-WRITTEN
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FINALIZE                                                  *
      ******************************************************************
       5000-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-UPDATING
               AND WS-ERRORS > ZERO
               WRITE RPT-LINE FROM WS-RPT-NOT-WRITTEN
           END-IF.
           MOVE WS-CARDS-READ    TO RT-CARDS-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-CR.
           MOVE WS-EMPS-READ     TO RT-EMPS-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-ER.
           MOVE WS-EMPS-MOVED    TO RT-EMPS-MOVED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-MV.
           MOVE WS-EMPS-STAYING  TO RT-EMPS-STAYING.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-ST.
           MOVE WS-PEND-READ     TO RT-PEND-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-PR.
           MOVE WS-ERRORS        TO RT-ERRORS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-EX.
           MOVE WS-CHG-WRITTEN   TO RT-CHG-WRITTEN.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-CW.
           MOVE WS-DADD-WRITTEN  TO RT-DADD-WRITTEN.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AW.
           MOVE WS-DRET-WRITTEN  TO RT-DRET-WRITTEN.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RW.

           IF NOT WS-INPUT-FAILED
               AND WS-UPDATING
               CLOSE CHG-FILE
                     DADD-FILE
                     DRET-FILE
           END-IF.
           CLOSE EMP-FILE
                 DEPT-FILE
                 RPT-FILE.

           IF WS-INPUT-FAILED
               OR WS-ERRORS > ZERO
               MOVE 8     TO RETURN-CODE
               MOVE 'ERR' TO RUNLOG-STATUS
           ELSE
               MOVE 'OK'  TO RUNLOG-STATUS
           END-IF.
           MOVE 'E'              TO RUNLOG-EVENT.
           MOVE WS-EMPS-READ     TO RUNLOG-ROWS-IN.
           COMPUTE RUNLOG-ROWS-OUT =
               WS-CHG-WRITTEN + WS-DADD-WRITTEN + WS-DRET-WRITTEN.
           MOVE WS-ERRORS        TO RUNLOG-ROWS-REJECT.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'DEPTREOR' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'DEPTREOR: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
