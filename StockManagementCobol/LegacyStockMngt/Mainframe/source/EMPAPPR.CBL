      ******************************************************************
      * PROGRAM-ID: EMPAPPR                                            *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     DUAL-CONTROL APPROVAL STEP FOR THE EMPCHG TRANSACTION      *
      *     FEED.  RUNS AFTER EMPREL AND AHEAD OF EMPUPDT EACH DAY.    *
      *     A 'C' CARD CARRYING A SALARY CHANGE IS HELD WHEN THE MOVE  *
      *     EXCEEDS THE CONTROL-CARD PERCENTAGE OF THE CURRENT SALARY  *
      *     ON EMPMSTR, OR WHEN THE NEW SALARY FALLS OUTSIDE THE       *
      *     SALBAND MINIMUM/MAXIMUM FOR THE EMPLOYEE'S JOB; AN 'A'     *
      *     CARD IS HELD WHEN ITS STARTING SALARY IS OUTSIDE THE BAND. *
      *     HELD CARDS WAIT ON THE PENDING-APPROVAL FILE (APPRPEND)    *
      *     UNTIL AN APPROVAL RECORD FOR THE SAME EMPNO, TYPE AND      *
      *     TIMESTAMP ARRIVES NAMING AN APPROVER WHO IS ON EMPMSTR,    *
      *     IS ACTIVE ON EMPSTAT AND IS NOT THE EMPLOYEE - THE CARD IS *
      *     THEN RELEASED INTO THE OUTPUT FEED.  A CARD STILL NOT      *
      *     APPROVED AFTER THE CONTROL-CARD NUMBER OF DAYS IS DROPPED  *
      *     TO THE EXPIRED FILE IN EMPSUSP LAYOUT WITH ITS REASON;     *
      *     EMPUPDT CARRIES THOSE ROWS ONTO THE DAY'S SUSPENSE FILE.   *
      *     EVERY OTHER CARD PASSES STRAIGHT THROUGH.  THE REPORT      *
      *     LISTS WHAT WAS HELD, APPROVED, REFUSED AND EXPIRED, AND    *
      *     ANY APPROVAL RECORD THAT MATCHED NOTHING.                  *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAPPR.
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
           SELECT OPTIONAL PEND-IN-FILE ASSIGN TO APPRPNDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.

           SELECT CHG-IN-FILE   ASSIGN TO EMPCHGIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGIN-STATUS.

           SELECT OPTIONAL APPR-FILE ASSIGN TO APPRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT CHG-OUT-FILE  ASSIGN TO EMPCHGOU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOUT-STATUS.

           SELECT PEND-OUT-FILE ASSIGN TO APPRPNDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.

           SELECT EXPD-FILE     ASSIGN TO APPREXPD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPD-STATUS.

           SELECT EMP-FILE      ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPNO OF DCLEMP
               FILE STATUS IS WS-EMP-STATUS.

           SELECT STAT-FILE     ASSIGN TO EMPSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STAT-EMPNO
               FILE STATUS IS WS-STAT-STATUS.

           SELECT BAND-FILE     ASSIGN TO SALBAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SBD-JOB
               FILE STATUS IS WS-BAND-STATUS.

           SELECT CTL-FILE      ASSIGN TO APPRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE      ASSIGN TO APPRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-IN-FILE
           RECORDING MODE IS F.
       01  PEND-IN-RECORD              PIC X(186).

       FD  CHG-IN-FILE
           RECORDING MODE IS F.
       01  CHG-IN-RECORD               PIC X(136).

      ******************************************************************
      * APPROVAL RECORD - KEYED BY HR FROM THE SIGNED APPROVAL FORM.   *
      * EMPNO, TYPE AND TIMESTAMP MUST MATCH THE HELD CARD EXACTLY AS  *
      * PRINTED ON THE EMPAPPR REPORT; APPROVAL-DATE IS INFORMATION.   *
      ******************************************************************
       FD  APPR-FILE
           RECORDING MODE IS F.
       01  APPR-RECORD.
           05  APR-EMPNO               PIC X(06).
           05  APR-TRANS-TYPE          PIC X(01).
           05  APR-TIMESTAMP           PIC X(26).
           05  APR-APPROVER            PIC X(06).
           05  APR-APPROVAL-DATE       PIC X(10).

       FD  CHG-OUT-FILE
           RECORDING MODE IS F.
       01  CHG-OUT-RECORD              PIC X(136).

       FD  PEND-OUT-FILE
           RECORDING MODE IS F.
       01  PEND-OUT-RECORD             PIC X(186).

       FD  EXPD-FILE
           RECORDING MODE IS F.
           COPY EMPSUSP.

       FD  EMP-FILE
           RECORDING MODE IS F.
           COPY EMP.

       FD  STAT-FILE
           RECORDING MODE IS F.
           COPY EMPSTAT.

       FD  BAND-FILE
           RECORDING MODE IS F.
           COPY SALBAND.

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-PCT-THRESHOLD       PIC 9(03).
           05  CTL-EXPIRY-DAYS         PIC 9(03).
           05  CTL-RUN-DATE            PIC X(10).

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
       01  WS-PENDIN-STATUS            PIC X(02) VALUE SPACES.
           88  WS-PENDIN-OK                      VALUES '00' '05'.
       01  WS-CHGIN-STATUS             PIC X(02) VALUE SPACES.
           88  WS-CHGIN-OK                       VALUE '00'.
       01  WS-APPR-STATUS              PIC X(02) VALUE SPACES.
           88  WS-APPR-OK                        VALUES '00' '05'.
       01  WS-CHGOUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PENDOUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EXPD-STATUS              PIC X(02) VALUE SPACES.
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
           05  WS-MASTERS-SW           PIC X(01) VALUE 'Y'.
               88  WS-MASTERS-OPEN               VALUE 'Y'.
           05  WS-BAND-AVAIL-SW        PIC X(01) VALUE 'Y'.
               88  WS-BAND-AVAILABLE             VALUE 'Y'.
           05  WS-HOLD-SW              PIC X(01) VALUE 'N'.
               88  WS-HOLD-NEEDED                VALUE 'Y'.
           05  WS-APPROVED-SW          PIC X(01) VALUE 'N'.
               88  WS-APPROVED                   VALUE 'Y'.

      ******************************************************************
      * THE TRANSACTION UNDER EXAMINATION, IN THE SHARED EMPCHG LAYOUT *
      * AND, FOR A HELD ONE, THE PENDING-APPROVAL WRAPPER AROUND IT    *
      ******************************************************************
       COPY EMPCHG.
       COPY APPRPEND.

      ******************************************************************
      * CONTROL-CARD VALUES - PERCENTAGE MOVE THAT NEEDS A SECOND      *
      * SIGNATURE, DAYS A HELD CARD MAY WAIT, AND THE RUN DATE         *
      ******************************************************************
       01  WS-PCT-THRESHOLD            PIC 9(03) VALUE 10.
       01  WS-EXPIRY-DAYS              PIC 9(03) VALUE 5.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-TODAY-DIGITS             PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY-DIGITS
                                       PIC X(08).

      ******************************************************************
      * DATE CONVERSION WORK AREA - A 'YYYY-MM-DD' DATE TO A JULIAN    *
      * DAY NUMBER, SO A HOLD CAN BE AGED ACROSS MONTH AND YEAR ENDS   *
      ******************************************************************
       01  WS-DATE-IN                  PIC X(10).
       01  WS-DATE-YEAR                PIC S9(04) USAGE COMP.
       01  WS-DATE-MONTH               PIC S9(04) USAGE COMP.
       01  WS-DATE-DAY                 PIC S9(04) USAGE COMP.
       01  WS-DATE-A                   PIC S9(09) USAGE COMP.
       01  WS-DATE-Y2                  PIC S9(09) USAGE COMP.
       01  WS-DATE-M2                  PIC S9(09) USAGE COMP.
       01  WS-DATE-JDN                 PIC S9(09) USAGE COMP.
       01  WS-RUN-JDN                  PIC S9(09) USAGE COMP.
       01  WS-DAYS-HELD                PIC S9(09) USAGE COMP.

      ******************************************************************
      * HOLD TEST WORK AREA                                            *
      ******************************************************************
       01  WS-OLD-SALARY               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-SALARY               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-SALARY-MOVE              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-MOVE-PCT                 PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BAND-JOB                 PIC X(08).
       01  WS-HELD-DATE                PIC X(10).
       01  WS-HOLD-REASON              PIC X(40).
       01  WS-REFUSE-REASON            PIC X(40).
       01  WS-EXPIRE-REASON            PIC X(40).
       01  WS-APPROVER                 PIC X(06).
       01  WS-PCT-EDIT                 PIC ZZ9.
       01  WS-DAYS-EDIT                PIC ZZ9.

      ******************************************************************
      * APPROVAL RECORDS, LOADED FROM APPRTRAN AT START-UP.  EACH ONE  *
      * MAY RELEASE ONE HELD CARD; THE USED SWITCH STOPS A SINGLE      *
      * SIGNATURE BEING SPENT TWICE AND FLAGS LEFTOVERS FOR THE REPORT *
      ******************************************************************
       01  WS-APR-MAX                  PIC S9(04) USAGE COMP VALUE 500.
       01  WS-APR-COUNT                PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-APR-SUB                  PIC S9(04) USAGE COMP.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-APR-COUNT.
               10  WS-APR-EMPNO        PIC X(06).
               10  WS-APR-TYPE         PIC X(01).
               10  WS-APR-TIMESTAMP    PIC X(26).
               10  WS-APR-APPROVER     PIC X(06).
               10  WS-APR-USED-SW      PIC X(01).
                   88  WS-APR-USED               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PEND-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-NEW-READ             PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-APPR-READ            PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-APPR-DROPPED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-PASSED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-NEW-HELD       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-APPROVED       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-STILL-HELD     PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-EXPIRED        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-APPR-REFUSED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-APPR-UNMATCHED       PIC S9(07) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                    *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(44) VALUE
               'EMPAPPR - DUAL-CONTROL APPROVAL HOLD'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(10) VALUE 'RUN DATE: '.
           05  RH-RUN-DATE             PIC X(10).
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FILLER  PIC X(16) VALUE 'HOLD OVER PCT:  '.
           05  RH-PCT-THRESHOLD        PIC ZZ9.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FILLER  PIC X(16) VALUE 'EXPIRY DAYS:    '.
           05  RH-EXPIRY-DAYS          PIC ZZ9.
       01  WS-RPT-HEADING-3.
           05  FILLER  PIC X(04) VALUE 'TYPE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE 'EMPNO'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(26) VALUE 'TIMESTAMP'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE 'HELD DATE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE 'SOURCE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE 'DISPOSITN'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE 'APPROVER'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE 'REASON'.
       01  WS-RPT-DETAIL.
           05  RD-TYPE                 PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RD-EMPNO                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-TIMESTAMP            PIC X(26).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-HELD-DATE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-SOURCE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-APPROVER             PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-REASON               PIC X(40).
       01  WS-RPT-REFUSED.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  RF-EMPNO                PIC X(06).
           05  FILLER                  PIC X(16) VALUE
               '  APPROVAL BY  '.
           05  RF-APPROVER             PIC X(06).
           05  FILLER                  PIC X(11) VALUE
               ' REFUSED: '.
           05  RF-REASON               PIC X(40).
       01  WS-RPT-UNMATCHED-HDG.
           05  FILLER  PIC X(44) VALUE
               'APPROVAL RECORDS MATCHING NO HELD CARD:'.
       01  WS-RPT-UNMATCHED.
           05  RU-TYPE                 PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RU-EMPNO                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RU-TIMESTAMP            PIC X(26).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'APPROVER:   '.
           05  RU-APPROVER             PIC X(06).
       01  WS-RPT-TOTALS-PR.
           05  FILLER  PIC X(20) VALUE 'PENDING ITEMS READ..'.
           05  RT-PEND-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-NR.
           05  FILLER  PIC X(20) VALUE 'NEW TRANS READ......'.
           05  RT-NEW-READ             PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-AR.
           05  FILLER  PIC X(20) VALUE 'APPROVALS READ......'.
           05  RT-APPR-READ            PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-PS.
           05  FILLER  PIC X(20) VALUE 'TRANS PASSED THRU...'.
           05  RT-TRANS-PASSED         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-NH.
           05  FILLER  PIC X(20) VALUE 'TRANS NEWLY HELD....'.
           05  RT-TRANS-NEW-HELD       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-AP.
           05  FILLER  PIC X(20) VALUE 'TRANS APPROVED......'.
           05  RT-TRANS-APPROVED       PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-SH.
           05  FILLER  PIC X(20) VALUE 'TRANS STILL HELD....'.
           05  RT-TRANS-STILL-HELD     PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-EX.
           05  FILLER  PIC X(20) VALUE 'TRANS EXPIRED.......'.
           05  RT-TRANS-EXPIRED        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-RF.
           05  FILLER  PIC X(20) VALUE 'APPROVALS REFUSED...'.
           05  RT-APPR-REFUSED         PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-UM.
           05  FILLER  PIC X(20) VALUE 'APPROVALS UNMATCHED.'.
           05  RT-APPR-UNMATCHED       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-PROCESS-PENDING   THRU 2000-EXIT.
           PERFORM 3000-PROCESS-NEW-TRANS THRU 3000-EXIT.
           PERFORM 4000-FINALIZE          THRU 4000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - CONTROL CARD (THRESHOLD, EXPIRY DAYS, RUN    *
      *                   DATE - EACH DEFAULTED WHEN ABSENT OR BLANK), *
      *                   THE APPROVAL TABLE, AND THE FILES            *
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
                       IF CTL-PCT-THRESHOLD NUMERIC
                           AND CTL-PCT-THRESHOLD > ZERO
                           MOVE CTL-PCT-THRESHOLD TO WS-PCT-THRESHOLD
                       END-IF
                       IF CTL-EXPIRY-DAYS NUMERIC
                           AND CTL-EXPIRY-DAYS > ZERO
                           MOVE CTL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
                       MOVE CTL-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WS-RUN-DATE EQUAL SPACES
               ACCEPT WS-TODAY-DIGITS FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RUN-DATE
               STRING WS-TODAY-X (1:4) '-' WS-TODAY-X (5:2) '-'
                      WS-TODAY-X (7:2)
                   DELIMITED BY SIZE INTO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-IN.
           PERFORM 2900-CONVERT-DATE THRU 2900-EXIT.
           MOVE WS-DATE-JDN TO WS-RUN-JDN.

           PERFORM 1100-LOAD-APPROVALS THRU 1100-EXIT.

           OPEN INPUT  PEND-IN-FILE
                       CHG-IN-FILE
                       EMP-FILE
                       STAT-FILE
                       BAND-FILE.
           OPEN OUTPUT CHG-OUT-FILE
                       PEND-OUT-FILE
                       EXPD-FILE
                       RPT-FILE.
           IF NOT WS-CHGIN-OK
               DISPLAY 'EMPAPPR: UNABLE TO OPEN EMPCHGIN, STATUS='
                       WS-CHGIN-STATUS
           END-IF.
           IF NOT WS-PENDIN-OK
               DISPLAY 'EMPAPPR: UNABLE TO OPEN APPRPNDI, STATUS='
                       WS-PENDIN-STATUS
           END-IF.
           IF NOT WS-EMP-OK
               DISPLAY 'EMPAPPR: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'N' TO WS-MASTERS-SW
           END-IF.
           IF NOT WS-STAT-OK
               DISPLAY 'EMPAPPR: UNABLE TO OPEN EMPSTAT, STATUS='
                       WS-STAT-STATUS
               MOVE 'N' TO WS-MASTERS-SW
           END-IF.
           IF NOT WS-BAND-OK
               DISPLAY 'EMPAPPR: UNABLE TO OPEN SALBAND, STATUS='
                       WS-BAND-STATUS
               MOVE 'N' TO WS-BAND-AVAIL-SW
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE WS-RUN-DATE      TO RH-RUN-DATE.
           MOVE WS-PCT-THRESHOLD TO RH-PCT-THRESHOLD.
           MOVE WS-EXPIRY-DAYS   TO RH-EXPIRY-DAYS.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-3.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-APPROVALS - THE DAY'S APPROVAL RECORDS INTO THE      *
      *                       TABLE.  THE FILE IS OPTIONAL - MOST DAYS *
      *                       CARRY NONE.  RECORDS BEYOND THE TABLE    *
      *                       LIMIT ARE COUNTED AND LEFT FOR TOMORROW. *
      ******************************************************************
       1100-LOAD-APPROVALS.
           OPEN INPUT APPR-FILE.
           IF NOT WS-APPR-OK
               DISPLAY 'EMPAPPR: UNABLE TO OPEN APPRTRAN, STATUS='
                       WS-APPR-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-APPROVAL THRU 1110-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-APPR-READ
               IF WS-APR-COUNT < WS-APR-MAX
                   ADD 1 TO WS-APR-COUNT
                   MOVE APR-EMPNO      TO WS-APR-EMPNO (WS-APR-COUNT)
                   MOVE APR-TRANS-TYPE TO WS-APR-TYPE (WS-APR-COUNT)
                   MOVE APR-TIMESTAMP
                                   TO WS-APR-TIMESTAMP (WS-APR-COUNT)
                   MOVE APR-APPROVER
                                   TO WS-APR-APPROVER (WS-APR-COUNT)
                   MOVE 'N'        TO WS-APR-USED-SW (WS-APR-COUNT)
               ELSE
                   ADD 1 TO WS-APPR-DROPPED
               END-IF
               PERFORM 1110-READ-APPROVAL THRU 1110-EXIT
           END-PERFORM.
           CLOSE APPR-FILE.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-APPR-DROPPED > ZERO
               DISPLAY 'EMPAPPR: APPROVAL TABLE FULL, RECORDS IGNORED='
                       WS-APPR-DROPPED
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-APPROVAL.
           READ APPR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-PENDING - CARDS HELD ON EARLIER RUNS GO FIRST:    *
      *                        APPROVED, STILL HELD OR EXPIRED         *
      ******************************************************************
       2000-PROCESS-PENDING.
           IF NOT WS-PENDIN-OK
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-PENDING THRU 2100-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-PEND-READ
               MOVE PEND-IN-RECORD   TO APPRPEND-RECORD
               MOVE APND-TRAN-IMAGE  TO EMPCHG-RECORD
               MOVE APND-HELD-DATE   TO WS-HELD-DATE
               MOVE APND-HOLD-REASON TO WS-HOLD-REASON
               MOVE 'PENDING ' TO RD-SOURCE
               PERFORM 2500-APPROVE-OR-HOLD THRU 2500-EXIT
               PERFORM 2100-READ-PENDING THRU 2100-EXIT
           END-PERFORM.
           CLOSE PEND-IN-FILE.
           MOVE 'N' TO WS-EOF-SW.
       2000-EXIT.
           EXIT.

       2100-READ-PENDING.
           READ PEND-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPROVE-OR-HOLD - ONE HELD CARD: A VALID APPROVAL         *
      *                        RELEASES IT; OTHERWISE IT WAITS ON THE  *
      *                        PENDING FILE UNTIL IT HAS BEEN HELD     *
      *                        LONGER THAN THE EXPIRY DAYS            *
      ******************************************************************
       2500-APPROVE-OR-HOLD.
           MOVE CHG-TRANS-TYPE TO RD-TYPE.
           MOVE CHG-EMPNO      TO RD-EMPNO.
           MOVE CHG-TIMESTAMP  TO RD-TIMESTAMP.
           MOVE WS-HELD-DATE   TO RD-HELD-DATE.
           MOVE SPACES         TO RD-APPROVER.
           MOVE WS-HOLD-REASON TO RD-REASON.

           PERFORM 2600-FIND-APPROVAL THRU 2600-EXIT.
           IF WS-APPROVED
               MOVE EMPCHG-RECORD TO CHG-OUT-RECORD
               WRITE CHG-OUT-RECORD
               ADD 1 TO WS-TRANS-APPROVED
               MOVE 'APPROVED'  TO RD-DISPOSITION
               MOVE WS-APPROVER TO RD-APPROVER
               WRITE RPT-LINE FROM WS-RPT-DETAIL
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-HELD-DATE TO WS-DATE-IN.
           PERFORM 2900-CONVERT-DATE THRU 2900-EXIT.
           COMPUTE WS-DAYS-HELD = WS-RUN-JDN - WS-DATE-JDN.
           IF WS-DAYS-HELD > WS-EXPIRY-DAYS
               PERFORM 2700-EXPIRE-HOLD THRU 2700-EXIT
               MOVE 'EXPIRED'   TO RD-DISPOSITION
               MOVE WS-EXPIRE-REASON TO RD-REASON
           ELSE
               MOVE EMPCHG-RECORD  TO APND-TRAN-IMAGE
               MOVE WS-HELD-DATE   TO APND-HELD-DATE
               MOVE WS-HOLD-REASON TO APND-HOLD-REASON
               MOVE APPRPEND-RECORD TO PEND-OUT-RECORD
               WRITE PEND-OUT-RECORD
               ADD 1 TO WS-TRANS-STILL-HELD
               MOVE 'HELD'      TO RD-DISPOSITION
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FIND-APPROVAL - LOOK FOR AN UNSPENT APPROVAL RECORD FOR   *
      *                      THIS EMPNO, TYPE AND TIMESTAMP.  A MATCH  *
      *                      IS SPENT WHETHER OR NOT THE APPROVER      *
      *                      PASSES, SO A REFUSED SIGNATURE IS         *
      *                      REPORTED ONCE AND NOT AGAIN EVERY DAY     *
      ******************************************************************
       2600-FIND-APPROVAL.
           MOVE 'N'    TO WS-APPROVED-SW.
           MOVE SPACES TO WS-APPROVER.
           PERFORM 2610-TEST-ONE-APPROVAL THRU 2610-EXIT
               VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT
                  OR WS-APPROVED.
       2600-EXIT.
           EXIT.

       2610-TEST-ONE-APPROVAL.
           IF WS-APR-USED (WS-APR-SUB)
               OR WS-APR-EMPNO (WS-APR-SUB) NOT = CHG-EMPNO
               OR WS-APR-TYPE (WS-APR-SUB) NOT = CHG-TRANS-TYPE
               OR WS-APR-TIMESTAMP (WS-APR-SUB) NOT = CHG-TIMESTAMP
               GO TO 2610-EXIT
           END-IF.
           MOVE 'Y' TO WS-APR-USED-SW (WS-APR-SUB).
           MOVE WS-APR-APPROVER (WS-APR-SUB) TO WS-APPROVER.
           PERFORM 2620-VALIDATE-APPROVER THRU 2620-EXIT.
           IF WS-REFUSE-REASON EQUAL SPACES
               MOVE 'Y' TO WS-APPROVED-SW
           ELSE
               ADD 1 TO WS-APPR-REFUSED
               MOVE CHG-EMPNO        TO RF-EMPNO
               MOVE WS-APPROVER      TO RF-APPROVER
               MOVE WS-REFUSE-REASON TO RF-REASON
               WRITE RPT-LINE FROM WS-RPT-REFUSED
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2620-VALIDATE-APPROVER - THE APPROVER MUST BE NAMED, MUST NOT  *
      *                          BE THE EMPLOYEE, MUST BE ON EMPMSTR   *
      *                          AND MUST BE ACTIVE ON EMPSTAT (NO ROW *
      *                          COUNTS AS ACTIVE, AS ELSEWHERE IN THE *
      *                          SUITE).  WITHOUT THE MASTERS NOTHING  *
      *                          CAN BE APPROVED.                      *
      ******************************************************************
       2620-VALIDATE-APPROVER.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF NOT WS-MASTERS-OPEN
               MOVE 'EMPMSTR/EMPSTAT NOT AVAILABLE'
                                   TO WS-REFUSE-REASON
               GO TO 2620-EXIT
           END-IF.
           IF WS-APPROVER EQUAL SPACES
               MOVE 'NO APPROVER EMPNO GIVEN' TO WS-REFUSE-REASON
               GO TO 2620-EXIT
           END-IF.
           IF WS-APPROVER EQUAL CHG-EMPNO
               MOVE 'APPROVER IS THE EMPLOYEE' TO WS-REFUSE-REASON
               GO TO 2620-EXIT
           END-IF.
           MOVE WS-APPROVER TO EMPNO OF DCLEMP.
           READ EMP-FILE
               INVALID KEY
                   MOVE 'APPROVER NOT ON EMPMSTR' TO WS-REFUSE-REASON
                   GO TO 2620-EXIT
           END-READ.
           MOVE WS-APPROVER TO STAT-EMPNO.
           READ STAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT STAT-ACTIVE
                       MOVE 'APPROVER NOT ACTIVE ON EMPSTAT'
                                   TO WS-REFUSE-REASON
                   END-IF
           END-READ.
       2620-EXIT.
           EXIT.

      ******************************************************************
      * 2700-EXPIRE-HOLD - THE CARD HAS WAITED TOO LONG.  IT GOES TO   *
      *                    THE EXPIRED FILE IN EMPSUSP LAYOUT WITH THE *
      *                    RETRY COUNT BUMPED THE WAY EMPUPDT BUMPS A  *
      *                    REJECT, SO EMPRECYC'S LIMIT STILL APPLIES   *
      *                    IF IT IS RECYCLED AND HELD AGAIN            *
      ******************************************************************
       2700-EXPIRE-HOLD.
           MOVE WS-EXPIRY-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-EXPIRE-REASON.
           STRING 'NOT APPROVED WITHIN ' WS-DAYS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO WS-EXPIRE-REASON.
           MOVE EMPCHG-RECORD    TO SUSP-TRAN-IMAGE.
           MOVE WS-EXPIRE-REASON TO SUSP-REJECT-REASON.
           IF CHG-RETRY-COUNT NUMERIC
               COMPUTE SUSP-RETRY-COUNT = CHG-RETRY-COUNT + 1
           ELSE
               MOVE 1 TO SUSP-RETRY-COUNT
           END-IF.
           WRITE EMPSUSP-RECORD.
           ADD 1 TO WS-TRANS-EXPIRED.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2900-CONVERT-DATE - 'YYYY-MM-DD' IN WS-DATE-IN TO A JULIAN DAY *
      *                     NUMBER IN WS-DATE-JDN                      *
      ******************************************************************
       2900-CONVERT-DATE.
           MOVE WS-DATE-IN (1:4) TO WS-DATE-YEAR.
           MOVE WS-DATE-IN (6:2) TO WS-DATE-MONTH.
           MOVE WS-DATE-IN (9:2) TO WS-DATE-DAY.

           COMPUTE WS-DATE-A = (14 - WS-DATE-MONTH) / 12.
           COMPUTE WS-DATE-Y2 = WS-DATE-YEAR + 4800 - WS-DATE-A.
           COMPUTE WS-DATE-M2 = WS-DATE-MONTH + (12 * WS-DATE-A) - 3.
           COMPUTE WS-DATE-JDN =
                   WS-DATE-DAY
                   + (((153 * WS-DATE-M2) + 2) / 5)
                   + (365 * WS-DATE-Y2)
                   + (WS-DATE-Y2 / 4)
                   - (WS-DATE-Y2 / 100)
                   + (WS-DATE-Y2 / 400)
                   - 32045.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-NEW-TRANS - THE DAY'S FEED.  A CARD THAT NEEDS A  *
      *                          SECOND SIGNATURE IS HELD (OR RELEASED *
      *                          AT ONCE IF ITS APPROVAL CAME IN WITH  *
      *                          IT); EVERYTHING ELSE PASSES THROUGH.  *
      *                          WITHOUT THE MASTERS NOTHING CAN BE    *
      *                          TESTED, SO THE FEED IS NOT RELEASED   *
      *                          AND THE STEP ENDS WITH RC 8.          *
      ******************************************************************
       3000-PROCESS-NEW-TRANS.
           IF NOT WS-CHGIN-OK
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-MASTERS-OPEN
               CLOSE CHG-IN-FILE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-NEW-TRANS THRU 3100-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-NEW-READ
               MOVE CHG-IN-RECORD TO EMPCHG-RECORD
               PERFORM 3200-TEST-FOR-HOLD THRU 3200-EXIT
               IF WS-HOLD-NEEDED
                   ADD 1 TO WS-TRANS-NEW-HELD
                   MOVE WS-RUN-DATE TO WS-HELD-DATE
                   MOVE 'NEW     ' TO RD-SOURCE
                   PERFORM 2500-APPROVE-OR-HOLD THRU 2500-EXIT
               ELSE
                   MOVE EMPCHG-RECORD TO CHG-OUT-RECORD
                   WRITE CHG-OUT-RECORD
                   ADD 1 TO WS-TRANS-PASSED
               END-IF
               PERFORM 3100-READ-NEW-TRANS THRU 3100-EXIT
           END-PERFORM.
           CLOSE CHG-IN-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-NEW-TRANS.
           READ CHG-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-TEST-FOR-HOLD - ONLY SALARY-BEARING CARDS ARE TESTED: A   *
      *                      'C' WITH THE SALARY INDICATOR SET, AND    *
      *                      EVERY 'A'                                 *
      ******************************************************************
       3200-TEST-FOR-HOLD.
           MOVE 'N'    TO WS-HOLD-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN CHG-TRANS-CHANGE
                   IF CHG-SALARY-APPLY
                       PERFORM 3300-TEST-SALARY-CHANGE THRU 3300-EXIT
                   END-IF
               WHEN CHG-TRANS-ADD
                   PERFORM 3400-TEST-HIRE-SALARY THRU 3400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-TEST-SALARY-CHANGE - PERCENTAGE MOVE AGAINST THE CURRENT  *
      *                           MASTER SALARY, THEN THE BAND.  AN    *
      *                           EMPNO NOT ON FILE PASSES THROUGH FOR *
      *                           EMPUPDT TO REJECT IN THE USUAL WAY.  *
      *                           A RAISE FROM A ZERO SALARY COUNTS AS *
      *                           OVER ANY THRESHOLD.                  *
      ******************************************************************
       3300-TEST-SALARY-CHANGE.
           MOVE CHG-EMPNO TO EMPNO OF DCLEMP.
           READ EMP-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           MOVE SALARY OF DCLEMP TO WS-OLD-SALARY.
           MOVE CHG-SALARY       TO WS-NEW-SALARY.
           COMPUTE WS-SALARY-MOVE = WS-NEW-SALARY - WS-OLD-SALARY.
           IF WS-SALARY-MOVE < ZERO
               COMPUTE WS-SALARY-MOVE = ZERO - WS-SALARY-MOVE
           END-IF.
           IF WS-OLD-SALARY > ZERO
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-SALARY-MOVE * 100) / WS-OLD-SALARY
               IF WS-MOVE-PCT > WS-PCT-THRESHOLD
                   PERFORM 3350-HOLD-FOR-PCT THRU 3350-EXIT
               END-IF
           ELSE
               IF WS-SALARY-MOVE > ZERO
                   PERFORM 3350-HOLD-FOR-PCT THRU 3350-EXIT
               END-IF
           END-IF.
           MOVE JOB OF DCLEMP TO WS-BAND-JOB.
           PERFORM 3500-TEST-BAND THRU 3500-EXIT.
       3300-EXIT.
           EXIT.

       3350-HOLD-FOR-PCT.
           MOVE 'Y' TO WS-HOLD-SW.
           MOVE WS-PCT-THRESHOLD TO WS-PCT-EDIT.
           STRING 'SALARY MOVE OVER ' WS-PCT-EDIT ' PCT'
               DELIMITED BY SIZE INTO WS-HOLD-REASON.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3400-TEST-HIRE-SALARY - A NEW HIRE HAS NO PRIOR SALARY, SO     *
      *                         ONLY THE BAND APPLIES                  *
      ******************************************************************
       3400-TEST-HIRE-SALARY.
           MOVE CHG-ADD-EMP-IMAGE  TO DCLEMP.
           MOVE SALARY OF DCLEMP   TO WS-NEW-SALARY.
           MOVE JOB OF DCLEMP      TO WS-BAND-JOB.
           PERFORM 3500-TEST-BAND THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-TEST-BAND - NEW SALARY AGAINST THE SALBAND MINIMUM AND    *
      *                  MAXIMUM FOR THE JOB.  A JOB WITH NO BAND ROW  *
      *                  IS NOT TESTED (COMPARPT LISTS THOSE).         *
      ******************************************************************
       3500-TEST-BAND.
           IF NOT WS-BAND-AVAILABLE
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-BAND-JOB TO SBD-JOB.
           READ BAND-FILE
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ.
           IF WS-NEW-SALARY < SBD-BAND-MIN
               OR WS-NEW-SALARY > SBD-BAND-MAX
               IF WS-HOLD-NEEDED
                   MOVE 'SALARY MOVE OVER PCT AND OUTSIDE SALBAND'
                                   TO WS-HOLD-REASON
               ELSE
                   MOVE 'Y' TO WS-HOLD-SW
                   MOVE 'SALARY OUTSIDE SALBAND FOR JOB'
                                   TO WS-HOLD-REASON
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE - LEFTOVER APPROVALS, TOTALS, RUN LOG            *
      ******************************************************************
       4000-FINALIZE.
           PERFORM 4100-LIST-UNMATCHED THRU 4100-EXIT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PEND-READ        TO RT-PEND-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-PR.
           MOVE WS-NEW-READ         TO RT-NEW-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-NR.
           MOVE WS-APPR-READ        TO RT-APPR-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AR.
           MOVE WS-TRANS-PASSED     TO RT-TRANS-PASSED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-PS.
           MOVE WS-TRANS-NEW-HELD   TO RT-TRANS-NEW-HELD.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-NH.
           MOVE WS-TRANS-APPROVED   TO RT-TRANS-APPROVED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AP.
           MOVE WS-TRANS-STILL-HELD TO RT-TRANS-STILL-HELD.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-SH.
           MOVE WS-TRANS-EXPIRED    TO RT-TRANS-EXPIRED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-EX.
           MOVE WS-APPR-REFUSED     TO RT-APPR-REFUSED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RF.
           MOVE WS-APPR-UNMATCHED   TO RT-APPR-UNMATCHED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-UM.

           CLOSE CHG-OUT-FILE
                 PEND-OUT-FILE
                 EXPD-FILE
                 RPT-FILE.
           IF WS-EMP-OK
               CLOSE EMP-FILE
           END-IF.
           IF WS-STAT-OK
               CLOSE STAT-FILE
           END-IF.
           IF WS-BAND-OK
               CLOSE BAND-FILE
           END-IF.

           MOVE 'E'                TO RUNLOG-EVENT.
           COMPUTE RUNLOG-ROWS-IN =
               WS-PEND-READ + WS-NEW-READ.
           COMPUTE RUNLOG-ROWS-OUT =
               WS-TRANS-PASSED + WS-TRANS-APPROVED.
           MOVE WS-TRANS-EXPIRED   TO RUNLOG-ROWS-REJECT.
           IF WS-MASTERS-OPEN
               MOVE 'OK'           TO RUNLOG-STATUS
           ELSE
               MOVE 8 TO RETURN-CODE
               MOVE 'ERR'          TO RUNLOG-STATUS
           END-IF.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LIST-UNMATCHED - APPROVAL RECORDS THAT RELEASED NOTHING   *
      *                       (WRONG TIMESTAMP, CARD ALREADY EXPIRED,  *
      *                       OR NEVER HELD) ARE LISTED FOR HR         *
      ******************************************************************
       4100-LIST-UNMATCHED.
           PERFORM 4110-TEST-ONE-UNMATCHED THRU 4110-EXIT
               VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT.
       4100-EXIT.
           EXIT.

       4110-TEST-ONE-UNMATCHED.
           IF WS-APR-USED (WS-APR-SUB)
               GO TO 4110-EXIT
           END-IF.
           IF WS-APPR-UNMATCHED EQUAL ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-RPT-UNMATCHED-HDG
           END-IF.
           ADD 1 TO WS-APPR-UNMATCHED.
           MOVE WS-APR-TYPE (WS-APR-SUB)      TO RU-TYPE.
           MOVE WS-APR-EMPNO (WS-APR-SUB)     TO RU-EMPNO.
           MOVE WS-APR-TIMESTAMP (WS-APR-SUB) TO RU-TIMESTAMP.
           MOVE WS-APR-APPROVER (WS-APR-SUB)  TO RU-APPROVER.
           WRITE RPT-LINE FROM WS-RPT-UNMATCHED.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'EMPAPPR ' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'EMPAPPR: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
