      ******************************************************************
      * PROGRAM-ID: PAYEQTY                                            *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     PAY-EQUITY ANALYSIS BY SEX.  READS THE EMP MASTER, KEEPS   *
      *     ONLY EMPLOYEES ACTIVE ON EMPSTAT (NO STATUS ROW MEANS      *
      *     ACTIVE, AS IN PAYEXTR) AND RELEASES EACH ONE TO THE SORT   *
      *     TWICE - ONCE UNDER ITS JOB AND EDLEVEL RANGE AND ONCE      *
      *     UNDER ITS WORKDEPT - SO ONE CONTROL BREAK PRINTS BOTH      *
      *     SECTIONS.  THE EDLEVEL RANGES ARE 00-12, 13-15, 16-17 AND  *
      *     18-99.  FOR EACH GROUP, SEPARATELY FOR FEMALE AND MALE,    *
      *     THE REPORT SHOWS HEADCOUNT, AVERAGE SALARY, AVERAGE        *
      *     COMPA-RATIO AGAINST THE JOB'S SALBAND MIDPOINT (JOBS WITH  *
      *     NO BAND ARE LEFT OUT OF THAT AVERAGE ONLY) AND AVERAGE     *
      *     TOTAL COMPENSATION (SALARY + BONUS + COMM), THEN THE GAP   *
      *     (MALE AVERAGE MINUS FEMALE AVERAGE) AS AN AMOUNT AND AS A  *
      *     PERCENTAGE OF THE MALE AVERAGE.  A CELL WITH FEWER THAN    *
      *     THE CONTROL-CARD MINIMUM HEADCOUNT (DEFAULT 5) PRINTS ITS  *
      *     COUNT ONLY, AND NO GAP IS SHOWN FOR ITS GROUP, SO NO ONE   *
      *     CAN BE IDENTIFIED.  A GROUP WHOSE SALARY OR TOTAL-COMP GAP *
      *     EXCEEDS THE CONTROL-CARD TOLERANCE (WHOLE PERCENT, EITHER  *
      *     DIRECTION, DEFAULT 5) IS FLAGGED FOR REVIEW.  EMPLOYEES    *
      *     WITH ANY OTHER SEX CODE ARE COUNTED IN THE TOTALS ONLY.    *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEQTY.
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

           SELECT BAND-FILE     ASSIGN TO SALBAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBD-JOB
               FILE STATUS IS WS-BAND-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT CTL-FILE      ASSIGN TO EQTYCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE      ASSIGN TO EQTYRPT
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

       FD  BAND-FILE
           RECORDING MODE IS F.
           COPY SALBAND.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-GROUP-TYPE         PIC X(01).
               88  SORT-BY-JOB                   VALUE '1'.
               88  SORT-BY-DEPT                  VALUE '2'.
           05  SORT-GROUP-KEY          PIC X(14).
           05  SORT-SEX                PIC X(01).
           05  SORT-EMPNO              PIC X(06).
           05  SORT-SALARY             PIC S9(7)V9(2) USAGE COMP-3.
           05  SORT-TOTAL-COMP         PIC S9(9)V9(2) USAGE COMP-3.
           05  SORT-BAND-SW            PIC X(01).
               88  SORT-HAS-BAND                 VALUE 'Y'.
           05  SORT-COMPA              PIC S9(5)V9(1) USAGE COMP-3.

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-MIN-HEADCOUNT       PIC 9(03).
           05  CTL-GAP-PCT             PIC 9(03).

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
       01  WS-BAND-STATUS              PIC X(02) VALUE SPACES.
           88  WS-BAND-OK                        VALUE '00'.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-FIRST-REC-SW         PIC X(01) VALUE 'Y'.
               88  WS-FIRST-REC                  VALUE 'Y'.
           05  WS-BAND-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-BAND-EOF                   VALUE 'Y'.
           05  WS-INPUT-FAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-INPUT-FAILED               VALUE 'Y'.
           05  WS-EXTRACT-SW           PIC X(01) VALUE 'Y'.
               88  WS-ROW-EXTRACTABLE            VALUE 'Y'.
           05  WS-SUPPRESS-SW          PIC X(01) VALUE 'N'.
               88  WS-GAP-SUPPRESSED             VALUE 'Y'.

       01  WS-MIN-HEADCOUNT            PIC 9(03) VALUE 5.
       01  WS-GAP-TOLERANCE            PIC 9(03) VALUE 5.
       01  WS-EDLEVEL-RANGE            PIC X(05).

      ******************************************************************
      * SALARY BANDS, LOADED FROM SALBAND AT START-UP IN KEY SEQUENCE  *
      ******************************************************************
       01  WS-BAND-MAX                 PIC S9(04) USAGE COMP VALUE 100.
       01  WS-BAND-COUNT               PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-BAND-COUNT
                              ASCENDING KEY IS WS-BAND-JOB
                              INDEXED BY WS-BAND-IDX.
               10  WS-BAND-JOB         PIC X(08).
               10  WS-BAND-MD          PIC S9(7)V9(2) USAGE COMP-3.

      ******************************************************************
      * ONE GROUP'S ACCUMULATORS - CELL 1 IS FEMALE, CELL 2 IS MALE    *
      ******************************************************************
       01  WS-PRIOR-GROUP-TYPE         PIC X(01) VALUE SPACES.
       01  WS-PRIOR-GROUP-KEY          PIC X(14) VALUE SPACES.
       01  WS-GROUP-ACCUM.
           05  WS-GRP-CELL OCCURS 2 TIMES.
               10  WS-GRP-HC           PIC S9(07) USAGE COMP.
               10  WS-GRP-SALARY-TOTAL PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-GRP-COMP-TOTAL   PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-GRP-BAND-HC      PIC S9(07) USAGE COMP.
               10  WS-GRP-COMPA-TOTAL  PIC S9(9)V9(1) USAGE COMP-3.
               10  WS-GRP-AVG-SALARY   PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-GRP-AVG-COMP     PIC S9(9)V9(2) USAGE COMP-3.
               10  WS-GRP-AVG-COMPA    PIC S9(5)V9(1) USAGE COMP-3.
       01  WS-CELL                     PIC S9(04) USAGE COMP.

       01  WS-GAP-SALARY               PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-GAP-SALARY-PCT           PIC S9(5)V9(1) USAGE COMP-3.
       01  WS-GAP-COMP                 PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-GAP-COMP-PCT             PIC S9(5)V9(1) USAGE COMP-3.
       01  WS-GAP-COMPA                PIC S9(5)V9(1) USAGE COMP-3.
       01  WS-GAP-TEST-PCT             PIC S9(5)V9(1) USAGE COMP-3.

       01  WS-COUNTERS.
           05  WS-EMPS-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-SKIPPED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-NO-STATUS       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-ANALYSED        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-NO-BAND         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EMPS-OTHER-SEX       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-GROUPS-PRINTED       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-CELLS-SUPPRESSED     PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-GROUPS-FLAGGED       PIC S9(07) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(44) VALUE
               'PAYEQTY - PAY-EQUITY ANALYSIS BY SEX'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(20) VALUE 'MINIMUM CELL SIZE:  '.
           05  RH-MIN-HEADCOUNT        PIC ZZ9.
           05  FILLER  PIC X(22) VALUE '   GAP TOLERANCE %:   '.
           05  RH-GAP-TOLERANCE        PIC ZZ9.
       01  WS-RPT-SECTION-JOB.
           05  FILLER  PIC X(44) VALUE
               'BY JOB AND EDUCATION LEVEL RANGE'.
       01  WS-RPT-SECTION-DEPT.
           05  FILLER  PIC X(44) VALUE
               'BY DEPARTMENT'.
       01  WS-RPT-HEADING-3.
           05  FILLER  PIC X(16) VALUE 'GROUP'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(03) VALUE 'SEX'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(09) VALUE 'HEADCOUNT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE '    AVG SALARY'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE ' PCT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(09) VALUE 'AVG COMPA'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(14) VALUE 'AVG TOTAL COMP'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE ' PCT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE 'FLAG'.
       01  WS-RPT-DETAIL.
           05  RD-GROUP                PIC X(16).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-SEX                  PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-HEADCOUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-AVG-SALARY           PIC X(14).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  RD-AVG-COMPA            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-AVG-COMP             PIC X(14).
       01  WS-RPT-GAP-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE 'GAP (M - F)'.
           05  RG-GAP-SALARY           PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-GAP-SALARY-PCT       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-GAP-COMPA            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-GAP-COMP             PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-GAP-COMP-PCT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-FLAG                 PIC X(10).
       01  WS-MONEY-EDIT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PCT-EDIT                 PIC ZZZ9.9-.
       01  WS-COMPA-EDIT               PIC ZZZZ9.9-.
       01  WS-RPT-NO-DATA.
           05  FILLER  PIC X(44) VALUE
               'NO ACTIVE EMPLOYEES ON FILE'.

       01  WS-RPT-TOTALS-RD.
           05  FILLER  PIC X(20) VALUE 'EMPLOYEES READ......'.
           05  RT-EMPS-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-SK.
           05  FILLER  PIC X(20) VALUE 'NON-ACTIVE SKIPPED..'.
           05  RT-EMPS-SKIPPED         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-NS.
           05  FILLER  PIC X(20) VALUE 'NO STATUS ON FILE...'.
           05  RT-EMPS-NO-STATUS       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-AN.
           05  FILLER  PIC X(20) VALUE 'EMPLOYEES ANALYSED..'.
           05  RT-EMPS-ANALYSED        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-OS.
           05  FILLER  PIC X(20) VALUE 'OTHER SEX CODE......'.
           05  RT-EMPS-OTHER-SEX       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-NB.
           05  FILLER  PIC X(20) VALUE 'JOB HAS NO BAND.....'.
           05  RT-EMPS-NO-BAND         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-GP.
           05  FILLER  PIC X(20) VALUE 'GROUPS PRINTED......'.
           05  RT-GROUPS-PRINTED       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-CS.
           05  FILLER  PIC X(20) VALUE 'CELLS SUPPRESSED....'.
           05  RT-CELLS-SUPPRESSED     PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-GF.
           05  FILLER  PIC X(20) VALUE 'GROUPS FOR REVIEW...'.
           05  RT-GROUPS-FLAGGED       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-GROUP-TYPE SORT-GROUP-KEY
                                SORT-SEX SORT-EMPNO
               INPUT PROCEDURE  2000-LOAD-SORT THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT.
           PERFORM 4000-FINALIZE       THRU 4000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - LIMITS FROM THE CONTROL CARD, BAND TABLE,    *
      *                   REPORT FILE AND HEADINGS                     *
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
                       IF CTL-MIN-HEADCOUNT NUMERIC
                           AND CTL-MIN-HEADCOUNT > ZERO
                           MOVE CTL-MIN-HEADCOUNT TO WS-MIN-HEADCOUNT
                       END-IF
                       IF CTL-GAP-PCT NUMERIC
                           AND CTL-GAP-PCT > ZERO
                           MOVE CTL-GAP-PCT TO WS-GAP-TOLERANCE
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.

           PERFORM 1100-LOAD-BAND-TABLE THRU 1100-EXIT.

           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE WS-MIN-HEADCOUNT TO RH-MIN-HEADCOUNT.
           MOVE WS-GAP-TOLERANCE TO RH-GAP-TOLERANCE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-BAND-TABLE - PULL THE BAND MIDPOINTS INTO THE SEARCH *
      *                        TABLE, IN KEY SEQUENCE.  WITHOUT IT NO  *
      *                        COMPA-RATIO CAN BE AVERAGED.            *
      ******************************************************************
       1100-LOAD-BAND-TABLE.
           OPEN INPUT BAND-FILE.
           IF NOT WS-BAND-OK
               DISPLAY 'PAYEQTY: UNABLE TO OPEN SALBAND, STATUS='
                       WS-BAND-STATUS
               GO TO 1100-EXIT
           END-IF.
           MOVE LOW-VALUES TO SBD-JOB.
           START BAND-FILE KEY IS NOT LESS THAN SBD-JOB
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM 1110-READ-BAND THRU 1110-EXIT.
           PERFORM UNTIL WS-BAND-EOF
               IF WS-BAND-COUNT < WS-BAND-MAX
                   ADD 1 TO WS-BAND-COUNT
                   MOVE SBD-JOB
                       TO WS-BAND-JOB (WS-BAND-COUNT)
                   MOVE SBD-BAND-MID
                       TO WS-BAND-MD (WS-BAND-COUNT)
               ELSE
                   DISPLAY 'PAYEQTY: BAND TABLE FULL, ROW SKIPPED'
               END-IF
               PERFORM 1110-READ-BAND THRU 1110-EXIT
           END-PERFORM.
           CLOSE BAND-FILE.
           IF WS-BAND-COUNT EQUAL ZERO
               DISPLAY 'PAYEQTY: SALBAND IS EMPTY'
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-BAND.
           READ BAND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BAND-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-SORT - READ THE EMP MASTER IN KEY SEQUENCE AND       *
      *                  RELEASE EVERY ACTIVE EMPLOYEE TWICE: UNDER    *
      *                  JOB/EDLEVEL RANGE AND UNDER WORKDEPT          *
      ******************************************************************
       2000-LOAD-SORT.
           OPEN INPUT EMP-FILE
                      STAT-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'PAYEQTY: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'Y' TO WS-INPUT-FAIL-SW
           END-IF.
           IF NOT WS-STAT-OK
               DISPLAY 'PAYEQTY: UNABLE TO OPEN EMPSTAT, STATUS='
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
                   PERFORM 2200-RELEASE-EMPLOYEE THRU 2200-EXIT
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
      * 2150-CHECK-STATUS - ONLY ACTIVE EMPLOYEES ARE ANALYSED.  AN    *
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
      * 2200-RELEASE-EMPLOYEE - COMPA-RATIO FROM THE JOB'S BAND, THEN  *
      *                         ONE SORT ROW PER GROUPING              *
      ******************************************************************
       2200-RELEASE-EMPLOYEE.
           IF SEX OF DCLEMP NOT EQUAL 'F'
               AND SEX OF DCLEMP NOT EQUAL 'M'
               ADD 1 TO WS-EMPS-OTHER-SEX
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-EMPS-ANALYSED.

           MOVE SEX    OF DCLEMP TO SORT-SEX.
           MOVE EMPNO  OF DCLEMP TO SORT-EMPNO.
           MOVE SALARY OF DCLEMP TO SORT-SALARY.
           COMPUTE SORT-TOTAL-COMP = SALARY OF DCLEMP
                                   + BONUS  OF DCLEMP
                                   + COMM   OF DCLEMP.
           MOVE 'N'  TO SORT-BAND-SW.
           MOVE ZERO TO SORT-COMPA.
           IF WS-BAND-COUNT > ZERO
               SEARCH ALL WS-BAND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BAND-JOB (WS-BAND-IDX) EQUAL JOB OF DCLEMP
                       IF WS-BAND-MD (WS-BAND-IDX) NOT EQUAL ZERO
                           MOVE 'Y' TO SORT-BAND-SW
                           COMPUTE SORT-COMPA ROUNDED =
                               SALARY OF DCLEMP * 100
                               / WS-BAND-MD (WS-BAND-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT SORT-HAS-BAND
               ADD 1 TO WS-EMPS-NO-BAND
           END-IF.

           EVALUATE TRUE
               WHEN EDLEVEL OF DCLEMP < 13
                   MOVE '00-12' TO WS-EDLEVEL-RANGE
               WHEN EDLEVEL OF DCLEMP < 16
                   MOVE '13-15' TO WS-EDLEVEL-RANGE
               WHEN EDLEVEL OF DCLEMP < 18
                   MOVE '16-17' TO WS-EDLEVEL-RANGE
               WHEN OTHER
                   MOVE '18-99' TO WS-EDLEVEL-RANGE
           END-EVALUATE.
           MOVE '1'    TO SORT-GROUP-TYPE.
           MOVE SPACES TO SORT-GROUP-KEY.
           STRING JOB OF DCLEMP ' ' WS-EDLEVEL-RANGE
               DELIMITED BY SIZE INTO SORT-GROUP-KEY.
           RELEASE SORT-RECORD.

           MOVE '2'    TO SORT-GROUP-TYPE.
           MOVE SPACES TO SORT-GROUP-KEY.
           MOVE WORKDEPT OF DCLEMP TO SORT-GROUP-KEY.
           RELEASE SORT-RECORD.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-REPORT - CONTROL-BREAK ON GROUP, WITH A SECTION   *
      *                       HEADING WHEN THE GROUPING CHANGES        *
      ******************************************************************
       3000-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3900-RESET-GROUP THRU 3900-EXIT.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
           PERFORM UNTIL WS-EOF
               IF WS-FIRST-REC
                   MOVE 'N' TO WS-FIRST-REC-SW
                   PERFORM 3200-START-SECTION THRU 3200-EXIT
               ELSE
                   IF SORT-GROUP-TYPE NOT EQUAL WS-PRIOR-GROUP-TYPE
                       OR SORT-GROUP-KEY NOT EQUAL WS-PRIOR-GROUP-KEY
                       PERFORM 3500-PRINT-GROUP THRU 3500-EXIT
                       IF SORT-GROUP-TYPE NOT EQUAL
                           WS-PRIOR-GROUP-TYPE
                           PERFORM 3200-START-SECTION THRU 3200-EXIT
                       END-IF
                   END-IF
               END-IF
               MOVE SORT-GROUP-TYPE TO WS-PRIOR-GROUP-TYPE
               MOVE SORT-GROUP-KEY  TO WS-PRIOR-GROUP-KEY
               PERFORM 3300-ACCUMULATE THRU 3300-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM.

           IF WS-FIRST-REC
               WRITE RPT-LINE FROM WS-RPT-NO-DATA
           ELSE
               PERFORM 3500-PRINT-GROUP THRU 3500-EXIT
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

       3200-START-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF SORT-BY-JOB
               WRITE RPT-LINE FROM WS-RPT-SECTION-JOB
           ELSE
               WRITE RPT-LINE FROM WS-RPT-SECTION-DEPT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       3200-EXIT.
           EXIT.

       3300-ACCUMULATE.
           IF SORT-SEX EQUAL 'F'
               MOVE 1 TO WS-CELL
           ELSE
               MOVE 2 TO WS-CELL
           END-IF.
           ADD 1               TO WS-GRP-HC (WS-CELL).
           ADD SORT-SALARY     TO WS-GRP-SALARY-TOTAL (WS-CELL).
           ADD SORT-TOTAL-COMP TO WS-GRP-COMP-TOTAL (WS-CELL).
           IF SORT-HAS-BAND
               ADD 1          TO WS-GRP-BAND-HC (WS-CELL)
               ADD SORT-COMPA TO WS-GRP-COMPA-TOTAL (WS-CELL)
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-PRINT-GROUP - ONE LINE PER SEX AND THE GAP LINE.  A CELL  *
      *                    UNDER THE MINIMUM SHOWS ITS COUNT ONLY AND  *
      *                    SUPPRESSES THE GROUP'S GAP.                 *
      ******************************************************************
       3500-PRINT-GROUP.
           ADD 1   TO WS-GROUPS-PRINTED.
           MOVE 'N' TO WS-SUPPRESS-SW.
           MOVE WS-PRIOR-GROUP-KEY TO RD-GROUP.
           MOVE 'F' TO RD-SEX.
           MOVE 1   TO WS-CELL.
           PERFORM 3600-PRINT-CELL THRU 3600-EXIT.
           MOVE SPACES TO RD-GROUP.
           MOVE 'M' TO RD-SEX.
           MOVE 2   TO WS-CELL.
           PERFORM 3600-PRINT-CELL THRU 3600-EXIT.

           MOVE SPACES TO RG-GAP-SALARY
                          RG-GAP-SALARY-PCT
                          RG-GAP-COMPA
                          RG-GAP-COMP
                          RG-GAP-COMP-PCT
                          RG-FLAG.
           IF WS-GRP-HC (1) EQUAL ZERO
               OR WS-GRP-HC (2) EQUAL ZERO
               MOVE 'ONE SEX ONLY' TO RG-GAP-SALARY
               WRITE RPT-LINE FROM WS-RPT-GAP-LINE
               GO TO 3500-RESET
           END-IF.
           IF WS-GAP-SUPPRESSED
               MOVE 'SUPPRESSED' TO RG-GAP-SALARY
               WRITE RPT-LINE FROM WS-RPT-GAP-LINE
               GO TO 3500-RESET
           END-IF.
           PERFORM 3700-COMPUTE-GAP THRU 3700-EXIT.
           WRITE RPT-LINE FROM WS-RPT-GAP-LINE.
       3500-RESET.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 3900-RESET-GROUP THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

       3600-PRINT-CELL.
           MOVE WS-GRP-HC (WS-CELL) TO RD-HEADCOUNT.
           MOVE SPACES TO RD-AVG-SALARY
                          RD-AVG-COMPA
                          RD-AVG-COMP.
           IF WS-GRP-HC (WS-CELL) < WS-MIN-HEADCOUNT
               MOVE 'Y' TO WS-SUPPRESS-SW
               IF WS-GRP-HC (WS-CELL) > ZERO
                   ADD 1 TO WS-CELLS-SUPPRESSED
                   MOVE 'SUPPRESSED' TO RD-AVG-SALARY
               END-IF
               WRITE RPT-LINE FROM WS-RPT-DETAIL
               GO TO 3600-EXIT
           END-IF.

           COMPUTE WS-GRP-AVG-SALARY (WS-CELL) ROUNDED =
               WS-GRP-SALARY-TOTAL (WS-CELL) / WS-GRP-HC (WS-CELL).
           COMPUTE WS-GRP-AVG-COMP (WS-CELL) ROUNDED =
               WS-GRP-COMP-TOTAL (WS-CELL) / WS-GRP-HC (WS-CELL).
           MOVE WS-GRP-AVG-SALARY (WS-CELL) TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO RD-AVG-SALARY.
           MOVE WS-GRP-AVG-COMP (WS-CELL)   TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO RD-AVG-COMP.
           IF WS-GRP-BAND-HC (WS-CELL) > ZERO
               COMPUTE WS-GRP-AVG-COMPA (WS-CELL) ROUNDED =
                   WS-GRP-COMPA-TOTAL (WS-CELL)
                   / WS-GRP-BAND-HC (WS-CELL)
               MOVE WS-GRP-AVG-COMPA (WS-CELL) TO WS-COMPA-EDIT
               MOVE WS-COMPA-EDIT TO RD-AVG-COMPA
           ELSE
               MOVE ZERO  TO WS-GRP-AVG-COMPA (WS-CELL)
               MOVE 'NO BAND' TO RD-AVG-COMPA
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-COMPUTE-GAP - MALE AVERAGE MINUS FEMALE AVERAGE, AS AN    *
      *                    AMOUNT AND AS A PERCENT OF THE MALE AVERAGE *
      *                    AND FLAG A GAP BEYOND TOLERANCE EITHER WAY  *
      ******************************************************************
       3700-COMPUTE-GAP.
           COMPUTE WS-GAP-SALARY = WS-GRP-AVG-SALARY (2)
                                 - WS-GRP-AVG-SALARY (1).
           COMPUTE WS-GAP-COMP   = WS-GRP-AVG-COMP (2)
                                 - WS-GRP-AVG-COMP (1).
           MOVE ZERO TO WS-GAP-SALARY-PCT
                        WS-GAP-COMP-PCT.
           IF WS-GRP-AVG-SALARY (2) NOT EQUAL ZERO
               COMPUTE WS-GAP-SALARY-PCT ROUNDED =
                   WS-GAP-SALARY * 100 / WS-GRP-AVG-SALARY (2)
           END-IF.
           IF WS-GRP-AVG-COMP (2) NOT EQUAL ZERO
               COMPUTE WS-GAP-COMP-PCT ROUNDED =
                   WS-GAP-COMP * 100 / WS-GRP-AVG-COMP (2)
           END-IF.

           MOVE WS-GAP-SALARY     TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT     TO RG-GAP-SALARY.
           MOVE WS-GAP-SALARY-PCT TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT       TO RG-GAP-SALARY-PCT.
           MOVE WS-GAP-COMP       TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT     TO RG-GAP-COMP.
           MOVE WS-GAP-COMP-PCT   TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT       TO RG-GAP-COMP-PCT.
           IF WS-GRP-BAND-HC (1) > ZERO
               AND WS-GRP-BAND-HC (2) > ZERO
               COMPUTE WS-GAP-COMPA = WS-GRP-AVG-COMPA (2)
                                    - WS-GRP-AVG-COMPA (1)
               MOVE WS-GAP-COMPA  TO WS-COMPA-EDIT
               MOVE WS-COMPA-EDIT TO RG-GAP-COMPA
           END-IF.

           MOVE WS-GAP-SALARY-PCT TO WS-GAP-TEST-PCT.
           IF WS-GAP-TEST-PCT < ZERO
               COMPUTE WS-GAP-TEST-PCT = ZERO - WS-GAP-TEST-PCT
           END-IF.
           IF WS-GAP-TEST-PCT > WS-GAP-TOLERANCE
               MOVE '*REVIEW*' TO RG-FLAG
           END-IF.
           MOVE WS-GAP-COMP-PCT TO WS-GAP-TEST-PCT.
           IF WS-GAP-TEST-PCT < ZERO
               COMPUTE WS-GAP-TEST-PCT = ZERO - WS-GAP-TEST-PCT
           END-IF.
           IF WS-GAP-TEST-PCT > WS-GAP-TOLERANCE
               MOVE '*REVIEW*' TO RG-FLAG
           END-IF.
           IF RG-FLAG NOT EQUAL SPACES
               ADD 1 TO WS-GROUPS-FLAGGED
           END-IF.
       3700-EXIT.
           EXIT.

       3900-RESET-GROUP.
           PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 2
               MOVE ZERO TO WS-GRP-HC (WS-CELL)
                            WS-GRP-SALARY-TOTAL (WS-CELL)
                            WS-GRP-COMP-TOTAL (WS-CELL)
                            WS-GRP-BAND-HC (WS-CELL)
                            WS-GRP-COMPA-TOTAL (WS-CELL)
                            WS-GRP-AVG-SALARY (WS-CELL)
                            WS-GRP-AVG-COMP (WS-CELL)
                            WS-GRP-AVG-COMPA (WS-CELL)
           END-PERFORM.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE - TOTALS AND RETURN CODE                         *
      ******************************************************************
       4000-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EMPS-READ        TO RT-EMPS-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RD.
           MOVE WS-EMPS-SKIPPED     TO RT-EMPS-SKIPPED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-SK.
           MOVE WS-EMPS-NO-STATUS   TO RT-EMPS-NO-STATUS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-NS.
           MOVE WS-EMPS-ANALYSED    TO RT-EMPS-ANALYSED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AN.
           MOVE WS-EMPS-OTHER-SEX   TO RT-EMPS-OTHER-SEX.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-OS.
           MOVE WS-EMPS-NO-BAND     TO RT-EMPS-NO-BAND.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-NB.
           MOVE WS-GROUPS-PRINTED   TO RT-GROUPS-PRINTED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-GP.
           MOVE WS-CELLS-SUPPRESSED TO RT-CELLS-SUPPRESSED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-CS.
           MOVE WS-GROUPS-FLAGGED   TO RT-GROUPS-FLAGGED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-GF.
           CLOSE RPT-FILE.

           IF WS-INPUT-FAILED
               MOVE 8     TO RETURN-CODE
               MOVE 'ERR' TO RUNLOG-STATUS
           ELSE
               MOVE 'OK'  TO RUNLOG-STATUS
           END-IF.
           MOVE 'E'               TO RUNLOG-EVENT.
           MOVE WS-EMPS-READ      TO RUNLOG-ROWS-IN.
           MOVE WS-GROUPS-PRINTED TO RUNLOG-ROWS-OUT.
           MOVE WS-GROUPS-FLAGGED TO RUNLOG-ROWS-REJECT.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'PAYEQTY ' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'PAYEQTY: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
