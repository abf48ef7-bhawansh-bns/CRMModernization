      ******************************************************************
      * PROGRAM-ID: EMPRCVR                                            *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     FORWARD RECOVERY OF THE EMPMSTR EMPLOYEE MASTER.           *
      *     1. THE CHOSEN EMPUNLD BACKUP IS READ ONCE AND PROVED WHOLE *
      *        AGAINST ITS TRAILER COUNTS AND HASH TOTALS.  A BACKUP   *
      *        THAT DOES NOT PROVE ABORTS THE RUN (RC 8) BEFORE        *
      *        EMPMSTR OR EMPSTAT IS TOUCHED.                          *
      *     2. EMPMSTR IS RELOADED FROM THE BACKUP.  EMPSTAT IS ONLY   *
      *        RELOADED WHEN THE RCVRCTL CARD ASKS FOR IT (COLUMN 18 = *
      *        'Y'); OTHERWISE IT IS LEFT AS IT STANDS AND ONLY ITS    *
      *        BACKUP TRAILER IS PROVED.                               *
      *     3. THE EMPJRNL JOURNAL IS REPLAYED OVER THE MASTER.  ROWS  *
      *        LOGGED BEFORE THE BACKUP POINT ARE ALREADY IN THE       *
      *        BACKUP AND ARE SKIPPED; REPLAY ENDS AFTER THE RUN DATE  *
      *        AND SEQUENCE ON THE RCVRCTL CARD (ZERO SEQUENCE = THE   *
      *        WHOLE DAY; NO CARD OR A ZERO DATE = THE WHOLE JOURNAL). *
      *        AN IMAGE THAT DOES NOT FIT THE MASTER (A HIRE ALREADY   *
      *        ON FILE, A CHANGE OR TERMINATION FOR AN EMPNO NOT ON    *
      *        FILE) IS STILL APPLIED AND REPORTED AS A DIVERGENCE.    *
      *     4. FOR EACH RUN DATE REPLAYED, THE JOURNAL TOTALS ARE      *
      *        CHECKED AGAINST THE COUNTS EMPUPDT LOGGED TO RUNLOG ON  *
      *        ITS COMPLETION EVENTS: FIELDS CHANGED MUST EQUAL        *
      *        ROWS-OUT AND THE COMMITS MUST NOT EXCEED THE            *
      *        TRANSACTIONS ACCEPTED (ROWS-IN LESS ROWS-REJECT).  A    *
      *        DAY CUT SHORT BY THE STOP POINT IS NOT CHECKED.  A RUN  *
      *        THAT CROSSED MIDNIGHT, OR WAS RESTARTED AND REPEATED    *
      *        WORK PAST ITS LAST CHECKPOINT, SHOWS HERE AS A          *
      *        DIVERGENCE FOR THE OPERATOR TO LOOK AT.                 *
      *     5. THE RECOVERED MASTER IS COUNTED AND HASHED AS EMPUNLD   *
      *        WOULD, SO A FRESH BACKUP CAN BE COMPARED WITH IT.       *
      *     EMPSTAT CHANGES MADE BY EMPSMNT ARE NOT JOURNALED, SO A    *
      *     RELOADED EMPSTAT STANDS AT THE BACKUP POINT: STATUS WORK   *
      *     SINCE THEN MUST BE RE-ENTERED, AND ROWS EMPPURGE HAS       *
      *     PURGED SINCE THEN COME BACK AND MUST BE PURGED AGAIN.      *
      *     RELOAD IT ONLY WHEN EMPSTAT ITSELF IS LOST OR DAMAGED.     *
      *     ANY DIVERGENCE ENDS THE RUN WITH RC 4.                     *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCVR.
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

           SELECT OPTIONAL JRNL-FILE ASSIGN TO EMPJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CTL-FILE      ASSIGN TO RCVRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE      ASSIGN TO EMPRCRPT
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

       FD  JRNL-FILE
           RECORDING MODE IS F.
           COPY EMPJRNL.

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           05  CTL-STOP-DATE           PIC 9(08).
           05  CTL-STOP-SEQ            PIC 9(09).
           05  CTL-RELOAD-EMPSTAT      PIC X(01).

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
       01  WS-JRNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-JRNL-OK                        VALUES '00' '05'.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT                      VALUE 'Y'.
           05  WS-EMP-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-EMP-OPEN                   VALUE 'Y'.
           05  WS-JRNL-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-JRNL-OPEN                  VALUE 'Y'.
           05  WS-HEADER-SW            PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN                VALUE 'Y'.
           05  WS-EMP-TRL-SW           PIC X(01) VALUE 'N'.
               88  WS-EMP-TRL-SEEN               VALUE 'Y'.
           05  WS-STAT-TRL-SW          PIC X(01) VALUE 'N'.
               88  WS-STAT-TRL-SEEN              VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-DATE-FOUND                 VALUE 'Y'.
           05  WS-RELOAD-STAT-SW       PIC X(01) VALUE 'N'.
               88  WS-RELOAD-STAT                VALUE 'Y'.

      ******************************************************************
      * BACKUP POINT AND STOP POINT.  THE BACKUP POINT AND EACH ROW    *
      * ARE HELD AS RUN DATE + TIME SO ONE COMPARE ORDERS A JOURNAL OR *
      * RUNLOG ROW AGAINST THE BACKUP.                                 *
      ******************************************************************
       01  WS-BACKUP-POINT.
           05  WS-BACKUP-DATE          PIC 9(08) VALUE ZERO.
           05  WS-BACKUP-TIME          PIC 9(08) VALUE ZERO.
       01  WS-STOP-DATE                PIC 9(08) VALUE ZERO.
       01  WS-STOP-SEQ                 PIC 9(09) VALUE ZERO.
       01  WS-ROW-POINT.
           05  WS-ROW-DATE             PIC 9(08).
           05  WS-ROW-TIME             PIC 9(08).

      ******************************************************************
      * BACKUP PROOF TOTALS - RECOMPUTED FROM THE ROWS, THEN COMPARED  *
      * WITH THE TWO TRAILERS                                          *
      ******************************************************************
       01  WS-BKP-EMP-IMAGE            PIC X(91).
       01  WS-BKP-EMP-FIELDS REDEFINES WS-BKP-EMP-IMAGE.
           05  WS-BKE-EMPNO            PIC X(06).
           05  FILLER                  PIC X(70).
           05  WS-BKE-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
           05  WS-BKE-BONUS            PIC S9(7)V9(2) USAGE COMP-3.
           05  WS-BKE-COMM             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BKP-STAT-IMAGE           PIC X(17).
       01  WS-BKP-STAT-FIELDS REDEFINES WS-BKP-STAT-IMAGE.
           05  WS-BKS-EMPNO            PIC X(06).
           05  WS-BKS-CODE             PIC X(01).
           05  WS-BKS-EFFECTIVE-DATE   PIC X(10).
       01  WS-EMPNO-NUM                PIC 9(06).
       01  WS-STAT-DATE-NUM            PIC 9(08).
       01  WS-STAT-DATE-PARTS REDEFINES WS-STAT-DATE-NUM.
           05  WS-STAT-DATE-YYYY       PIC X(04).
           05  WS-STAT-DATE-MM         PIC X(02).
           05  WS-STAT-DATE-DD         PIC X(02).

       01  WS-BK-EMP-COUNT             PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-BK-EMP-EMPNO-HASH        PIC 9(15) VALUE ZERO.
       01  WS-BK-EMP-VALUE-HASH        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-BK-STAT-COUNT            PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-BK-STAT-EMPNO-HASH       PIC 9(15) VALUE ZERO.
       01  WS-BK-STAT-VALUE-HASH       PIC S9(13)V9(02) VALUE ZERO.
       01  WS-BK-OTHER-COUNT           PIC S9(09) USAGE COMP VALUE ZERO.

      ******************************************************************
      * RELOAD, REPLAY AND RECOVERED-MASTER TOTALS                     *
      ******************************************************************
       01  WS-LOAD-EMP-COUNT           PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-LOAD-STAT-COUNT          PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-JRN-READ                 PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-JRN-SKIPPED              PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-JRN-APPLIED              PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-JRN-ADDS                 PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-JRN-CHANGES              PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-JRN-TERMS                PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-JRN-PAST-STOP            PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-DIVERGENCE-COUNT         PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-RCV-COUNT                PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-RCV-EMPNO-HASH           PIC 9(15) VALUE ZERO.
       01  WS-RCV-VALUE-HASH           PIC S9(13)V9(02) VALUE ZERO.
       01  WS-ACCEPTED                 PIC S9(09) USAGE COMP.
       01  WS-DIVERGENCE-TEXT          PIC X(40).

      ******************************************************************
      * ONE ENTRY PER RUN DATE REPLAYED OR LOGGED: WHAT THE JOURNAL    *
      * COMMITTED AGAINST WHAT EMPUPDT'S COMPLETION EVENTS REPORTED    *
      ******************************************************************
       01  WS-RD-MAX                   PIC S9(04) USAGE COMP VALUE 400.
       01  WS-RD-COUNT                 PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-RD-TABLE.
           05  WS-RD-ENTRY OCCURS 400 TIMES
                            INDEXED BY WS-RD-IDX.
               10  WS-RD-RUN-DATE      PIC 9(08).
               10  WS-RD-PARTIAL-SW    PIC X(01).
                   88  WS-RD-PARTIAL             VALUE 'Y'.
               10  WS-RD-LOGGED-SW     PIC X(01).
                   88  WS-RD-LOGGED              VALUE 'Y'.
               10  WS-RD-JRN-TRANS     PIC S9(09) USAGE COMP.
               10  WS-RD-JRN-FIELDS    PIC S9(09) USAGE COMP.
               10  WS-RD-LOG-IN        PIC S9(09) USAGE COMP.
               10  WS-RD-LOG-OUT       PIC S9(09) USAGE COMP.
               10  WS-RD-LOG-REJECT    PIC S9(09) USAGE COMP.
       01  WS-THIS-DATE                PIC S9(04) USAGE COMP.
       01  WS-LOOKUP-DATE              PIC 9(08).

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(44) VALUE
               'EMPRCVR - EMPMSTR FORWARD RECOVERY REPORT'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(14) VALUE 'BACKUP POINT  '.
           05  RH-BACKUP-DATE          PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RH-BACKUP-TIME          PIC 9(08).
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FILLER  PIC X(12) VALUE 'STOP POINT  '.
           05  RH-STOP-TEXT            PIC X(30).
       01  WS-RPT-STOP-POINT.
           05  RS-STOP-DATE            PIC 9(08).
           05  FILLER  PIC X(05) VALUE ' SEQ '.
           05  RS-STOP-SEQ             PIC Z(08)9.
       01  WS-RPT-SECTION.
           05  RH-SECTION              PIC X(60).
       01  WS-RPT-PROOF-HEADING.
           05  FILLER  PIC X(08) VALUE 'FILE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'SOURCE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(11) VALUE '    RECORDS'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(19) VALUE '         EMPNO HASH'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(19) VALUE '         VALUE HASH'.
       01  WS-RPT-PROOF.
           05  RP-FILE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-SOURCE               PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-EMPNO-HASH           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-VALUE-HASH           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-RESULT               PIC X(10).
       01  WS-RPT-DIVERGENCE.
           05  FILLER  PIC X(12) VALUE 'DIVERGENCE  '.
           05  RV-RUN-DATE             PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RV-SEQ                  PIC Z(08)9.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  RV-TRANS-TYPE           PIC X(01).
           05  FILLER  PIC X(02) VALUE SPACES.
           05  RV-EMPNO                PIC X(06).
           05  FILLER  PIC X(02) VALUE SPACES.
           05  RV-TEXT                 PIC X(40).
       01  WS-RPT-DATE-HEADING.
           05  FILLER  PIC X(08) VALUE 'RUN DATE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(09) VALUE '  COMMITS'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(09) VALUE '   FIELDS'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(09) VALUE ' ROWS-IN'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(09) VALUE ' ROWS-OUT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(09) VALUE '  REJECTS'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE 'RESULT'.
       01  WS-RPT-DATE-LINE.
           05  RR-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-JRN-TRANS            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-JRN-FIELDS           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-LOG-IN               PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-LOG-OUT              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-LOG-REJECT           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RESULT               PIC X(30).
       01  WS-RPT-TOTALS-RDR.
           05  FILLER  PIC X(20) VALUE 'JOURNAL ROWS READ...'.
           05  RT-JRN-READ             PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-SKP.
           05  FILLER  PIC X(20) VALUE 'IN BACKUP, SKIPPED..'.
           05  RT-JRN-SKIPPED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-APL.
           05  FILLER  PIC X(20) VALUE 'JOURNAL ROWS APPLIED'.
           05  RT-JRN-APPLIED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-ADD.
           05  FILLER  PIC X(20) VALUE '  HIRES ADDED.......'.
           05  RT-JRN-ADDS             PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-CHG.
           05  FILLER  PIC X(20) VALUE '  CHANGES REWRITTEN.'.
           05  RT-JRN-CHANGES          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-TRM.
           05  FILLER  PIC X(20) VALUE '  TERMINATIONS......'.
           05  RT-JRN-TERMS            PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-STP.
           05  FILLER  PIC X(20) VALUE 'PAST STOP POINT.....'.
           05  RT-JRN-PAST-STOP        PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DIV.
           05  FILLER  PIC X(20) VALUE 'DIVERGENCES.........'.
           05  RT-DIVERGENCES          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-ABORT.
           05  FILLER  PIC X(20) VALUE '** RECOVERY ABORTED:'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-REASON               PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           IF NOT WS-ABORT
               PERFORM 2000-PROVE-BACKUP   THRU 2000-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 3000-RELOAD-BACKUP  THRU 3000-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT
               PERFORM 5000-CHECK-RUNLOG   THRU 5000-EXIT
               PERFORM 6000-PROVE-MASTER   THRU 6000-EXIT
           END-IF.
           PERFORM 7000-FINALIZE       THRU 7000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - RUN LOG, STOP POINT, BACKUP AND JOURNAL      *
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'S'    TO RUNLOG-EVENT.
           MOVE ZERO   TO RUNLOG-ROWS-IN
                          RUNLOG-ROWS-OUT
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.

           OPEN OUTPUT RPT-FILE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.

           OPEN INPUT BKUP-FILE.
           IF NOT WS-BKUP-OK
               DISPLAY 'EMPRCVR: UNABLE TO OPEN EMPBKUP, STATUS='
                       WS-BKUP-STATUS
               MOVE 'UNABLE TO OPEN THE EMPBKUP BACKUP' TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
               GO TO 1000-EXIT
           END-IF.
           CLOSE BKUP-FILE.

           OPEN INPUT JRNL-FILE.
           IF NOT WS-JRNL-OK
               DISPLAY 'EMPRCVR: UNABLE TO OPEN EMPJRNL, STATUS='
                       WS-JRNL-STATUS
               MOVE 'UNABLE TO OPEN THE EMPJRNL JOURNAL' TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRNL-OPEN-SW.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-CONTROL-CARD - THE STOP POINT (NO CARD, OR A ZERO OR *
      *                          BLANK DATE, REPLAYS THE WHOLE JOURNAL)*
      *                          AND THE EMPSTAT RELOAD OPTION, WHICH  *
      *                          IS OFF UNLESS THE CARD SAYS 'Y'       *
      ******************************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS EQUAL '00'
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-STOP-DATE NUMERIC
                           MOVE CTL-STOP-DATE TO WS-STOP-DATE
                       END-IF
                       IF CTL-STOP-SEQ NUMERIC
                           MOVE CTL-STOP-SEQ  TO WS-STOP-SEQ
                       END-IF
                       IF CTL-RELOAD-EMPSTAT EQUAL 'Y'
                           MOVE 'Y' TO WS-RELOAD-STAT-SW
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WS-STOP-DATE EQUAL ZERO
               MOVE ZERO TO WS-STOP-SEQ
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROVE-BACKUP - READ THE BACKUP ONCE, RECOMPUTING THE      *
      *                     COUNTS AND HASHES, AND CHECK THEM AND THE  *
      *                     RECORD ORDER AGAINST THE HEADER/TRAILERS   *
      ******************************************************************
       2000-PROVE-BACKUP.
           OPEN INPUT BKUP-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
           IF WS-EOF OR NOT BKP-HEADER
               MOVE 'EMPBKUP HAS NO HEADER RECORD' TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
               CLOSE BKUP-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'Y'          TO WS-HEADER-SW.
           MOVE BKP-HDR-DATE TO WS-BACKUP-DATE.
           MOVE BKP-HDR-TIME TO WS-BACKUP-TIME.
           MOVE WS-BACKUP-DATE TO RH-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO RH-BACKUP-TIME.
           IF WS-STOP-DATE EQUAL ZERO
               MOVE 'END OF JOURNAL' TO RH-STOP-TEXT
           ELSE
               MOVE WS-STOP-DATE TO RS-STOP-DATE
               MOVE WS-STOP-SEQ  TO RS-STOP-SEQ
               MOVE WS-RPT-STOP-POINT TO RH-STOP-TEXT
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'BACKUP PROOF' TO RH-SECTION.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           WRITE RPT-LINE FROM WS-RPT-PROOF-HEADING.
           PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
           PERFORM UNTIL WS-EOF OR WS-ABORT
               EVALUATE TRUE
                   WHEN BKP-EMP-ROW AND NOT WS-EMP-TRL-SEEN
                       PERFORM 2200-PROVE-EMP-ROW THRU 2200-EXIT
                   WHEN BKP-STAT-ROW AND WS-EMP-TRL-SEEN
                                     AND NOT WS-STAT-TRL-SEEN
                       PERFORM 2300-PROVE-STAT-ROW THRU 2300-EXIT
                   WHEN BKP-TRAILER AND BKP-TRL-EMPMSTR
                                    AND NOT WS-EMP-TRL-SEEN
                       PERFORM 2400-PROVE-EMP-TRAILER THRU 2400-EXIT
                   WHEN BKP-TRAILER AND BKP-TRL-EMPSTAT
                                    AND WS-EMP-TRL-SEEN
                                    AND NOT WS-STAT-TRL-SEEN
                       PERFORM 2500-PROVE-STAT-TRAILER THRU 2500-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-BK-OTHER-COUNT
               END-EVALUATE
               PERFORM 2100-READ-BACKUP THRU 2100-EXIT
           END-PERFORM.
           CLOSE BKUP-FILE.

           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-EMP-TRL-SEEN OR NOT WS-STAT-TRL-SEEN
               MOVE 'EMPBKUP IS MISSING A TRAILER - BACKUP INCOMPLETE'
                   TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-BK-OTHER-COUNT > ZERO
               MOVE 'EMPBKUP HAS RECORDS OUT OF PLACE OR OF NO TYPE'
                   TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
               GO TO 2000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-BACKUP.
           READ BKUP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROVE-EMP-ROW.
           MOVE BKP-DATA TO WS-BKP-EMP-IMAGE.
           ADD 1 TO WS-BK-EMP-COUNT.
           IF WS-BKE-EMPNO IS NUMERIC
               MOVE WS-BKE-EMPNO TO WS-EMPNO-NUM
               ADD WS-EMPNO-NUM TO WS-BK-EMP-EMPNO-HASH
           END-IF.
           ADD WS-BKE-SALARY
               WS-BKE-BONUS
               WS-BKE-COMM TO WS-BK-EMP-VALUE-HASH.
       2200-EXIT.
           EXIT.

       2300-PROVE-STAT-ROW.
           MOVE BKP-DATA (1:17) TO WS-BKP-STAT-IMAGE.
           ADD 1 TO WS-BK-STAT-COUNT.
           IF WS-BKS-EMPNO IS NUMERIC
               MOVE WS-BKS-EMPNO TO WS-EMPNO-NUM
               ADD WS-EMPNO-NUM TO WS-BK-STAT-EMPNO-HASH
           END-IF.
           MOVE WS-BKS-EFFECTIVE-DATE (1:4) TO WS-STAT-DATE-YYYY.
           MOVE WS-BKS-EFFECTIVE-DATE (6:2) TO WS-STAT-DATE-MM.
           MOVE WS-BKS-EFFECTIVE-DATE (9:2) TO WS-STAT-DATE-DD.
           IF WS-STAT-DATE-NUM IS NUMERIC
               ADD WS-STAT-DATE-NUM TO WS-BK-STAT-VALUE-HASH
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400/2500 - PRINT THE TRAILER AND THE RECOMPUTED TOTALS SIDE   *
      *             BY SIDE; ANY DIFFERENCE ABORTS THE RECOVERY        *
      ******************************************************************
       2400-PROVE-EMP-TRAILER.
           MOVE 'Y' TO WS-EMP-TRL-SW.

           MOVE 'EMPMSTR'            TO RP-FILE.
           MOVE 'TRAILER'            TO RP-SOURCE.
           MOVE BKP-TRL-COUNT        TO RP-COUNT.
           MOVE BKP-TRL-EMPNO-HASH   TO RP-EMPNO-HASH.
           MOVE BKP-TRL-VALUE-HASH   TO RP-VALUE-HASH.
           MOVE SPACES               TO RP-RESULT.
           WRITE RPT-LINE FROM WS-RPT-PROOF.
           MOVE 'ROWS'               TO RP-SOURCE.
           MOVE WS-BK-EMP-COUNT      TO RP-COUNT.
           MOVE WS-BK-EMP-EMPNO-HASH TO RP-EMPNO-HASH.
           MOVE WS-BK-EMP-VALUE-HASH TO RP-VALUE-HASH.
           IF BKP-TRL-COUNT      EQUAL WS-BK-EMP-COUNT
              AND BKP-TRL-EMPNO-HASH EQUAL WS-BK-EMP-EMPNO-HASH
              AND BKP-TRL-VALUE-HASH EQUAL WS-BK-EMP-VALUE-HASH
               MOVE 'AGREES'   TO RP-RESULT
               WRITE RPT-LINE FROM WS-RPT-PROOF
           ELSE
               MOVE 'MISMATCH' TO RP-RESULT
               WRITE RPT-LINE FROM WS-RPT-PROOF
               MOVE 'EMPMSTR ROWS DO NOT AGREE WITH THE BACKUP TRAILER'
                   TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2500-PROVE-STAT-TRAILER.
           MOVE 'Y' TO WS-STAT-TRL-SW.
           MOVE 'EMPSTAT'             TO RP-FILE.
           MOVE 'TRAILER'             TO RP-SOURCE.
           MOVE BKP-TRL-COUNT         TO RP-COUNT.
           MOVE BKP-TRL-EMPNO-HASH    TO RP-EMPNO-HASH.
           MOVE BKP-TRL-VALUE-HASH    TO RP-VALUE-HASH.
           MOVE SPACES                TO RP-RESULT.
           WRITE RPT-LINE FROM WS-RPT-PROOF.
           MOVE 'ROWS'                TO RP-SOURCE.
           MOVE WS-BK-STAT-COUNT      TO RP-COUNT.
           MOVE WS-BK-STAT-EMPNO-HASH TO RP-EMPNO-HASH.
           MOVE WS-BK-STAT-VALUE-HASH TO RP-VALUE-HASH.
           IF BKP-TRL-COUNT      EQUAL WS-BK-STAT-COUNT
              AND BKP-TRL-EMPNO-HASH EQUAL WS-BK-STAT-EMPNO-HASH
              AND BKP-TRL-VALUE-HASH EQUAL WS-BK-STAT-VALUE-HASH
               MOVE 'AGREES'   TO RP-RESULT
               WRITE RPT-LINE FROM WS-RPT-PROOF
           ELSE
               MOVE 'MISMATCH' TO RP-RESULT
               WRITE RPT-LINE FROM WS-RPT-PROOF
               MOVE 'EMPSTAT ROWS DO NOT AGREE WITH THE BACKUP TRAILER'
                   TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELOAD-BACKUP - REBUILD EMPMSTR (AND EMPSTAT, WHEN ASKED) *
      *                      FROM THE PROVED BACKUP, THEN REOPEN       *
      *                      EMPMSTR I-O FOR THE JOURNAL REPLAY        *
      ******************************************************************
       3000-RELOAD-BACKUP.
           OPEN OUTPUT EMP-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'EMPRCVR: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'UNABLE TO OPEN EMPMSTR FOR RELOAD' TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-RELOAD-STAT
               OPEN OUTPUT STAT-FILE
               IF NOT WS-STAT-OK
                   DISPLAY 'EMPRCVR: UNABLE TO OPEN EMPSTAT, STATUS='
                           WS-STAT-STATUS
                   CLOSE EMP-FILE
                   MOVE 'UNABLE TO OPEN EMPSTAT FOR RELOAD' TO RA-REASON
                   PERFORM 9000-ABORT THRU 9000-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           OPEN INPUT BKUP-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
           PERFORM UNTIL WS-EOF OR WS-ABORT
               EVALUATE TRUE
                   WHEN BKP-EMP-ROW
                       MOVE BKP-DATA TO DCLEMP
                       WRITE DCLEMP
                           INVALID KEY
                               MOVE 'EMPMSTR RELOAD WRITE FAILED'
                                   TO RA-REASON
                               PERFORM 9000-ABORT THRU 9000-EXIT
                           NOT INVALID KEY
                               ADD 1 TO WS-LOAD-EMP-COUNT
                       END-WRITE
                   WHEN BKP-STAT-ROW AND WS-RELOAD-STAT
                       MOVE BKP-DATA (1:17) TO EMPSTAT-RECORD
                       WRITE EMPSTAT-RECORD
                           INVALID KEY
                               MOVE 'EMPSTAT RELOAD WRITE FAILED'
                                   TO RA-REASON
                               PERFORM 9000-ABORT THRU 9000-EXIT
                           NOT INVALID KEY
                               ADD 1 TO WS-LOAD-STAT-COUNT
                       END-WRITE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2100-READ-BACKUP THRU 2100-EXIT
           END-PERFORM.
           CLOSE BKUP-FILE
                 EMP-FILE.
           IF WS-RELOAD-STAT
               CLOSE STAT-FILE
           END-IF.

           MOVE 'EMPMSTR'          TO RP-FILE.
           MOVE 'LOADED'           TO RP-SOURCE.
           MOVE WS-LOAD-EMP-COUNT  TO RP-COUNT.
           MOVE ZERO               TO RP-EMPNO-HASH
                                      RP-VALUE-HASH.
           MOVE SPACES             TO RP-RESULT.
           WRITE RPT-LINE FROM WS-RPT-PROOF.
           IF WS-RELOAD-STAT
               MOVE 'EMPSTAT'          TO RP-FILE
               MOVE WS-LOAD-STAT-COUNT TO RP-COUNT
               WRITE RPT-LINE FROM WS-RPT-PROOF
           ELSE
               MOVE 'EMPSTAT NOT RELOADED - LEFT AS IT STANDS'
                   TO RH-SECTION
               WRITE RPT-LINE FROM WS-RPT-SECTION
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.

           OPEN I-O EMP-FILE.
           IF NOT WS-EMP-OK
               DISPLAY 'EMPRCVR: UNABLE TO REOPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'UNABLE TO REOPEN EMPMSTR FOR THE REPLAY'
                   TO RA-REASON
               PERFORM 9000-ABORT THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-EMP-OPEN-SW.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPLAY-JOURNAL - APPLY EVERY JOURNAL IMAGE LOGGED AFTER   *
      *                       THE BACKUP POINT, UP TO THE STOP POINT   *
      ******************************************************************
       4000-REPLAY-JOURNAL.
           MOVE 'JOURNAL REPLAY' TO RH-SECTION.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-READ-JOURNAL THRU 4100-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-JRN-READ
               MOVE JRN-RUN-DATE TO WS-ROW-DATE
               MOVE JRN-RUN-TIME TO WS-ROW-TIME
               EVALUATE TRUE
                   WHEN WS-ROW-POINT < WS-BACKUP-POINT
                       ADD 1 TO WS-JRN-SKIPPED
                   WHEN WS-STOP-DATE NOT EQUAL ZERO
                    AND JRN-RUN-DATE > WS-STOP-DATE
                       ADD 1 TO WS-JRN-PAST-STOP
                   WHEN WS-STOP-SEQ NOT EQUAL ZERO
                    AND JRN-RUN-DATE EQUAL WS-STOP-DATE
                    AND JRN-SEQ > WS-STOP-SEQ
                       ADD 1 TO WS-JRN-PAST-STOP
                       MOVE JRN-RUN-DATE TO WS-LOOKUP-DATE
                       PERFORM 4900-FIND-OR-ADD-DATE THRU 4900-EXIT
                       IF WS-THIS-DATE > ZERO
                           MOVE 'Y' TO WS-RD-PARTIAL-SW (WS-THIS-DATE)
                       END-IF
                   WHEN OTHER
                       PERFORM 4200-APPLY-ONE-IMAGE THRU 4200-EXIT
               END-EVALUATE
               PERFORM 4100-READ-JOURNAL THRU 4100-EXIT
           END-PERFORM.
           IF WS-DIVERGENCE-COUNT EQUAL ZERO
               MOVE 'NO DIVERGENCE APPLYING THE JOURNAL' TO RH-SECTION
               WRITE RPT-LINE FROM WS-RPT-SECTION
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

       4100-READ-JOURNAL.
           READ JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-APPLY-ONE-IMAGE - THE JOURNAL IMAGE IS WHAT EMPUPDT LEFT  *
      *                        ON THE MASTER, SO IT IS PUT BACK WHOLE  *
      ******************************************************************
       4200-APPLY-ONE-IMAGE.
           MOVE JRN-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 4900-FIND-OR-ADD-DATE THRU 4900-EXIT.
           IF WS-THIS-DATE > ZERO
               ADD 1 TO WS-RD-JRN-TRANS (WS-THIS-DATE)
               ADD JRN-FIELDS-CHANGED
                   TO WS-RD-JRN-FIELDS (WS-THIS-DATE)
           END-IF.
           MOVE JRN-EMP-IMAGE TO DCLEMP.
           EVALUATE TRUE
               WHEN JRN-ADD
                   ADD 1 TO WS-JRN-ADDS
                   WRITE DCLEMP
                       INVALID KEY
                           REWRITE DCLEMP
                           MOVE 'HIRE FOUND EMPNO ALREADY ON FILE'
                               TO WS-DIVERGENCE-TEXT
                           PERFORM 4800-REPORT-DIVERGENCE
                               THRU 4800-EXIT
                   END-WRITE
               WHEN JRN-CHANGE
               WHEN JRN-JOB-DATA
                   ADD 1 TO WS-JRN-CHANGES
                   REWRITE DCLEMP
                       INVALID KEY
                           WRITE DCLEMP
                           MOVE 'CHANGE FOR EMPNO NOT ON FILE - ADDED'
                               TO WS-DIVERGENCE-TEXT
                           PERFORM 4800-REPORT-DIVERGENCE
                               THRU 4800-EXIT
                   END-REWRITE
               WHEN JRN-TERMINATE
                   ADD 1 TO WS-JRN-TERMS
                   DELETE EMP-FILE RECORD
                       INVALID KEY
                           MOVE 'TERMINATION FOR EMPNO NOT ON FILE'
                               TO WS-DIVERGENCE-TEXT
                           PERFORM 4800-REPORT-DIVERGENCE
                               THRU 4800-EXIT
                   END-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN JOURNAL TRANSACTION - NOT APPLIED'
                       TO WS-DIVERGENCE-TEXT
                   PERFORM 4800-REPORT-DIVERGENCE THRU 4800-EXIT
                   GO TO 4200-EXIT
           END-EVALUATE.
           ADD 1 TO WS-JRN-APPLIED.
       4200-EXIT.
           EXIT.

       4800-REPORT-DIVERGENCE.
           ADD 1 TO WS-DIVERGENCE-COUNT.
           MOVE JRN-RUN-DATE       TO RV-RUN-DATE.
           MOVE JRN-SEQ            TO RV-SEQ.
           MOVE JRN-TRANS-TYPE     TO RV-TRANS-TYPE.
           MOVE JRN-EMPNO          TO RV-EMPNO.
           MOVE WS-DIVERGENCE-TEXT TO RV-TEXT.
           WRITE RPT-LINE FROM WS-RPT-DIVERGENCE.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 4900-FIND-OR-ADD-DATE - LOCATE WS-LOOKUP-DATE IN THE RUN-DATE  *
      *                         TABLE, ADDING A CLEARED ENTRY THE      *
      *                         FIRST TIME                             *
      ******************************************************************
       4900-FIND-OR-ADD-DATE.
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-THIS-DATE.
           PERFORM 4910-TEST-ONE-DATE THRU 4910-EXIT
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-DATE-FOUND
               OR WS-RD-IDX GREATER THAN WS-RD-COUNT.
           IF NOT WS-DATE-FOUND
               IF WS-RD-COUNT < WS-RD-MAX
                   ADD 1 TO WS-RD-COUNT
                   MOVE WS-RD-COUNT TO WS-THIS-DATE
                   MOVE WS-LOOKUP-DATE
                       TO WS-RD-RUN-DATE (WS-THIS-DATE)
                   MOVE 'N' TO WS-RD-PARTIAL-SW (WS-THIS-DATE)
                               WS-RD-LOGGED-SW (WS-THIS-DATE)
                   MOVE ZERO TO WS-RD-JRN-TRANS (WS-THIS-DATE)
                                WS-RD-JRN-FIELDS (WS-THIS-DATE)
                                WS-RD-LOG-IN (WS-THIS-DATE)
                                WS-RD-LOG-OUT (WS-THIS-DATE)
                                WS-RD-LOG-REJECT (WS-THIS-DATE)
               ELSE
                   DISPLAY 'EMPRCVR: RUN-DATE TABLE FULL FOR '
                           WS-LOOKUP-DATE
               END-IF
           END-IF.
       4900-EXIT.
           EXIT.

       4910-TEST-ONE-DATE.
           IF WS-RD-RUN-DATE (WS-RD-IDX) EQUAL WS-LOOKUP-DATE
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-THIS-DATE TO WS-RD-IDX
           END-IF.
       4910-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-RUNLOG - TOTAL EMPUPDT'S COMPLETION EVENTS BY RUN   *
      *                     DATE FOR THE REPLAYED PERIOD AND CHECK     *
      *                     EACH DATE'S JOURNAL AGAINST THEM           *
      ******************************************************************
       5000-CHECK-RUNLOG.
           OPEN INPUT RUNLOG-FILE.
           IF NOT WS-RUNLOG-OK
               DISPLAY 'EMPRCVR: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
               GO TO 5000-PRINT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 5100-READ-RUNLOG THRU 5100-EXIT.
           PERFORM UNTIL WS-EOF
               MOVE RUNLOG-RUN-DATE TO WS-ROW-DATE
               MOVE RUNLOG-RUN-TIME TO WS-ROW-TIME
               IF RUNLOG-PROGRAM EQUAL 'EMPUPDT '
                  AND RUNLOG-EVENT-END
                  AND WS-ROW-POINT NOT < WS-BACKUP-POINT
                  AND (WS-STOP-DATE EQUAL ZERO
                       OR RUNLOG-RUN-DATE NOT > WS-STOP-DATE)
                   MOVE RUNLOG-RUN-DATE TO WS-LOOKUP-DATE
                   PERFORM 4900-FIND-OR-ADD-DATE THRU 4900-EXIT
                   IF WS-THIS-DATE > ZERO
                       MOVE 'Y' TO WS-RD-LOGGED-SW (WS-THIS-DATE)
                       ADD RUNLOG-ROWS-IN
                           TO WS-RD-LOG-IN (WS-THIS-DATE)
                       ADD RUNLOG-ROWS-OUT
                           TO WS-RD-LOG-OUT (WS-THIS-DATE)
                       ADD RUNLOG-ROWS-REJECT
                           TO WS-RD-LOG-REJECT (WS-THIS-DATE)
                   END-IF
               END-IF
               PERFORM 5100-READ-RUNLOG THRU 5100-EXIT
           END-PERFORM.
           CLOSE RUNLOG-FILE.
       5000-PRINT.
           MOVE 'JOURNAL AGAINST EMPUPDT RUN LOG' TO RH-SECTION.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           WRITE RPT-LINE FROM WS-RPT-DATE-HEADING.
           PERFORM 5200-CHECK-ONE-DATE THRU 5200-EXIT
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX GREATER THAN WS-RD-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       5000-EXIT.
           EXIT.

       5100-READ-RUNLOG.
           READ RUNLOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       5100-EXIT.
           EXIT.

       5200-CHECK-ONE-DATE.
           SET WS-THIS-DATE TO WS-RD-IDX.
           MOVE WS-RD-RUN-DATE (WS-THIS-DATE)   TO RR-RUN-DATE.
           MOVE WS-RD-JRN-TRANS (WS-THIS-DATE)  TO RR-JRN-TRANS.
           MOVE WS-RD-JRN-FIELDS (WS-THIS-DATE) TO RR-JRN-FIELDS.
           MOVE WS-RD-LOG-IN (WS-THIS-DATE)     TO RR-LOG-IN.
           MOVE WS-RD-LOG-OUT (WS-THIS-DATE)    TO RR-LOG-OUT.
           MOVE WS-RD-LOG-REJECT (WS-THIS-DATE) TO RR-LOG-REJECT.
           COMPUTE WS-ACCEPTED = WS-RD-LOG-IN (WS-THIS-DATE)
                               - WS-RD-LOG-REJECT (WS-THIS-DATE).
           EVALUATE TRUE
               WHEN WS-RD-PARTIAL (WS-THIS-DATE)
                   MOVE 'PARTIAL DAY - NOT CHECKED' TO RR-RESULT
               WHEN NOT WS-RD-LOGGED (WS-THIS-DATE)
                   MOVE 'NO EMPUPDT COMPLETION LOGGED' TO RR-RESULT
                   ADD 1 TO WS-DIVERGENCE-COUNT
               WHEN WS-RD-JRN-FIELDS (WS-THIS-DATE)
                    NOT EQUAL WS-RD-LOG-OUT (WS-THIS-DATE)
                   MOVE 'FIELDS CHANGED DIFFER' TO RR-RESULT
                   ADD 1 TO WS-DIVERGENCE-COUNT
               WHEN WS-RD-JRN-TRANS (WS-THIS-DATE) > WS-ACCEPTED
                   MOVE 'MORE COMMITS THAN ACCEPTED' TO RR-RESULT
                   ADD 1 TO WS-DIVERGENCE-COUNT
               WHEN OTHER
                   MOVE 'AGREES' TO RR-RESULT
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RPT-DATE-LINE.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PROVE-MASTER - COUNT AND HASH THE RECOVERED EMPMSTR THE   *
      *                     SAME WAY EMPUNLD DOES                      *
      ******************************************************************
       6000-PROVE-MASTER.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO EMPNO OF DCLEMP.
           START EMP-FILE KEY IS NOT LESS THAN EMPNO OF DCLEMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF
               PERFORM 6100-READ-EMPMSTR THRU 6100-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RCV-COUNT
               IF EMPNO OF DCLEMP IS NUMERIC
                   MOVE EMPNO OF DCLEMP TO WS-EMPNO-NUM
                   ADD WS-EMPNO-NUM TO WS-RCV-EMPNO-HASH
               END-IF
               ADD SALARY OF DCLEMP
                   BONUS  OF DCLEMP
                   COMM   OF DCLEMP TO WS-RCV-VALUE-HASH
               PERFORM 6100-READ-EMPMSTR THRU 6100-EXIT
           END-PERFORM.

           MOVE 'RECOVERED MASTER' TO RH-SECTION.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           WRITE RPT-LINE FROM WS-RPT-PROOF-HEADING.
           MOVE 'EMPMSTR'          TO RP-FILE.
           MOVE 'FINAL'            TO RP-SOURCE.
           MOVE WS-RCV-COUNT       TO RP-COUNT.
           MOVE WS-RCV-EMPNO-HASH  TO RP-EMPNO-HASH.
           MOVE WS-RCV-VALUE-HASH  TO RP-VALUE-HASH.
           MOVE SPACES             TO RP-RESULT.
           WRITE RPT-LINE FROM WS-RPT-PROOF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       6000-EXIT.
           EXIT.

       6100-READ-EMPMSTR.
           READ EMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZE                                                  *
      ******************************************************************
       7000-FINALIZE.
           IF WS-EMP-OPEN
               CLOSE EMP-FILE
           END-IF.
           IF WS-JRNL-OPEN
               CLOSE JRNL-FILE
           END-IF.

           MOVE WS-JRN-READ         TO RT-JRN-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RDR.
           MOVE WS-JRN-SKIPPED      TO RT-JRN-SKIPPED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-SKP.
           MOVE WS-JRN-APPLIED      TO RT-JRN-APPLIED.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-APL.
           MOVE WS-JRN-ADDS         TO RT-JRN-ADDS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-ADD.
           MOVE WS-JRN-CHANGES      TO RT-JRN-CHANGES.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-CHG.
           MOVE WS-JRN-TERMS        TO RT-JRN-TERMS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-TRM.
           MOVE WS-JRN-PAST-STOP    TO RT-JRN-PAST-STOP.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-STP.
           MOVE WS-DIVERGENCE-COUNT TO RT-DIVERGENCES.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DIV.
           CLOSE RPT-FILE.

           MOVE 'E'                 TO RUNLOG-EVENT.
           MOVE WS-JRN-READ         TO RUNLOG-ROWS-IN.
           MOVE WS-JRN-APPLIED      TO RUNLOG-ROWS-OUT.
           MOVE WS-DIVERGENCE-COUNT TO RUNLOG-ROWS-REJECT.
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 'ERR' TO RUNLOG-STATUS
                   MOVE 8     TO RETURN-CODE
               WHEN WS-DIVERGENCE-COUNT > ZERO
                   MOVE 'EXC' TO RUNLOG-STATUS
                   MOVE 4     TO RETURN-CODE
               WHEN OTHER
                   MOVE 'OK'  TO RUNLOG-STATUS
           END-EVALUATE.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'EMPRCVR ' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'EMPRCVR: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-ABORT - PRINT WHY THE RECOVERY STOPPED; RA-REASON IS SET  *
      *              BY THE CALLER                                     *
      ******************************************************************
       9000-ABORT.
           MOVE 'Y' TO WS-ABORT-SW.
           WRITE RPT-LINE FROM WS-RPT-ABORT.
           DISPLAY 'EMPRCVR: RECOVERY ABORTED - ' RA-REASON.
       9000-EXIT.
           EXIT.
