      *     STILL ANSWER QUESTIONS ABOUT PEOPLE WHO HAVE LEFT.  HIRES  *
      *     GET A BASELINE AUDIT ROW PER FIELD (OLD VALUE '*NEW HIRE*')*
      *     SO THE HISTORY STARTS AT THE HIRE, NOT THE FIRST CHANGE.   *
      *     TYPE 'J' TRANSACTIONS CHANGE JOB, EDLEVEL, FIRSTNME,       *
      *     MIDINIT, LASTNAME AND PHONENO; THE RESULTING JOB/EDLEVEL   *
      *     PAIR IS EDITED AGAINST JOBTAB AS A HIRE IMAGE IS, AND EACH *
      *     CHANGED FIELD IS AUDITED THE SAME WAY AS A 'C' CHANGE.     *
      *     CARDS THAT EXPIRED ON THE EMPAPPR APPROVAL HOLD ARRIVE ON  *
      *     THE OPTIONAL APPREXPD FILE AND ARE COPIED TO THE SUSPENSE  *
      *     FILE AT THE START OF A FRESH RUN.                          *
      *     EVERY APPLIED HIRE, TERMINATION, WORKDEPT TRANSFER AND     *
      *     SALARY CHANGE IS ALSO APPENDED TO THE SHARED HREVENT FILE  *
      *     SO MSGEVENT CAN NOTIFY THE DEPARTMENT MANAGER(S).          *
      *     EVERY TRANSACTION COMMITTED TO THE MASTER IS JOURNALED,    *
      *     WITH ITS FULL DCLEMP IMAGE, ON THE EMPJRNL RECOVERY        *
      *     JOURNAL UNDER THE RUN DATE AND A SEQUENCE NUMBER, SO       *
      *     EMPRCVR CAN ROLL AN EMPUNLD BACKUP FORWARD.                *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   08/09/2026 RAK  INITIAL VERSION.                             *
      *                   (NEW CHG-EFFECTIVE-DATE, RELEASED BY EMPREL) *
      *                   ARE STAMPED WITH THE EFFECTIVE DATE RATHER   *
      *                   THAN THE KEYED TIMESTAMP.                    *
      *   10/15/2026 RAK  ADD 'J' TRANS TYPE FOR JOB/EDLEVEL/NAME/     *
      *                   PHONENO CHANGES, AUDITED PER FIELD.  HIRE    *
      *                   AND TERMINATION AUDIT ROWS NOW ALSO CARRY    *
      *                   THOSE FIELDS SO EMPASOF CAN RESTORE NAMES    *
      *                   AND JOB TITLES OF TERMINATED EMPLOYEES.      *
      *   10/15/2026 RAK  A FRESH RUN CARRIES THE EMPAPPR EXPIRED-HOLD *
      *                   FILE (APPREXPD) ONTO THE NEW SUSPENSE FILE   *
      *                   SO CARDS NEVER APPROVED REACH EMPRECYC WITH  *
      *                   THE DAY'S OWN REJECTS.                       *
      *   10/15/2026 RAK  APPLIED HIRES, TERMINATIONS, WORKDEPT MOVES  *
      *                   AND SALARY CHANGES APPEND AN HREVENT ROW FOR *
      *                   MSGEVENT'S MANAGER IN-TRAY NOTIFICATIONS.    *
      *   10/15/2026 RAK  APPEND EVERY COMMITTED TRANSACTION TO THE    *
      *                   EMPJRNL FORWARD-RECOVERY JOURNAL (RUN DATE,  *
      *                   SEQUENCE, FULL DCLEMP IMAGE).  NO UPDATES    *
      *                   ARE APPLIED IF THE JOURNAL CANNOT BE OPENED. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPUPDT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL APPREXP-FILE ASSIGN TO APPREXPD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPREXP-STATUS.

           SELECT DEPT-FILE     ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMS-DEPTNO
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT OPTIONAL HREVENT-FILE ASSIGN TO HREVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREVENT-STATUS.

           SELECT OPTIONAL JRNL-FILE ASSIGN TO EMPJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-FILE-RECORD            PIC X(48).

       FD  SUSP-FILE
           RECORDING MODE IS F.
           COPY EMPSUSP.

       FD  APPREXP-FILE
           RECORDING MODE IS F.
       01  APPREXP-RECORD              PIC X(178).

       FD  DEPT-FILE
           RECORDING MODE IS F.
           COPY DEPTMST.

       FD  HREVENT-FILE
           RECORDING MODE IS F.
           COPY HREVENT.

       FD  JRNL-FILE
           RECORDING MODE IS F.
           COPY EMPJRNL.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CKPT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUSP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-APPREXP-STATUS           PIC X(02) VALUE SPACES.
           88  WS-APPREXP-OK                     VALUES '00' '05'.
       01  WS-HREVENT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-HREVENT-OK                     VALUES '00' '05'.
       01  WS-JRNL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-JRNL-OK                        VALUES '00' '05'.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-RESTARTING                 VALUE 'Y'.
           05  WS-DEPT-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-DEPT-EOF                   VALUE 'Y'.
           05  WS-CHG-REJECT-SW        PIC X(01) VALUE 'N'.
               88  WS-CHG-REJECTED               VALUE 'Y'.
           05  WS-APPREXP-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-APPREXP-EOF                VALUE 'Y'.
           05  WS-HREVENT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-HREVENT-OPEN               VALUE 'Y'.
           05  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-JRNL-EOF                   VALUE 'Y'.
           05  WS-JRNL-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-JRNL-OPEN                  VALUE 'Y'.
           05  WS-COMMITTED-SW         PIC X(01) VALUE 'N'.
               88  WS-COMMITTED                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-DUPLICATE      PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-BAD-TYPE       PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-SUSPENDED      PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-CHG-REJ        PIC S9(07) USAGE COMP VALUE ZERO.

       01  WS-SUSP-REASON              PIC X(40) VALUE SPACES.


       COPY EMPCKPT.

      ******************************************************************
      * RECOVERY JOURNAL - RUN DATE/TIME OF THIS STEP'S RUNLOG START   *
      * EVENT, THE LAST SEQUENCE USED ON THAT DATE, AND THE COMMITTED  *
      * IMAGE OF THE CURRENT TRANSACTION                               *
      ******************************************************************
       01  WS-JRN-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-JRN-RUN-TIME             PIC 9(08) VALUE ZERO.
       01  WS-JRN-SEQ                  PIC S9(09) USAGE COMP VALUE ZERO.
       01  WS-FIELDS-AT-START          PIC S9(07) USAGE COMP VALUE ZERO.
       01  WS-JRN-IMAGE                PIC X(91) VALUE SPACES.

       01  WS-NUM-EDIT                 PIC -(7)9.99.
       01  WS-EDLEVEL-EDIT             PIC Z9.

      ******************************************************************
      * TYPE 'J' WORK AREA - THE JOB/EDLEVEL PAIR THE EMPLOYEE WILL    *
      * HOLD ONCE THE TRANSACTION IS APPLIED, AND THE TRAILING-BLANK   *
      * SCAN THAT SETS THE VARCHAR NAME LENGTHS                        *
      ******************************************************************
       01  WS-NEW-JOB                  PIC X(08) VALUE SPACES.
       01  WS-NEW-EDLEVEL              PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-TRIM-POS                 PIC S9(04) USAGE COMP VALUE ZERO.

      ******************************************************************
      * EDIT LIMITS FOR TYPE 'A' (HIRE) TRANSACTIONS - SAME VALUES     *
           05  FILLER                  PIC X(14) VALUE 'HIRE REJECTED:'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-REJ-REASON           PIC X(40).
       01  WS-RPT-CHG-REJECT.
           05  RD-CRJ-EMPNO            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'CHANGE REJECTED:'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-CRJ-REASON           PIC X(40).
       01  WS-RPT-APPR-EXPIRED.
           05  RD-AEX-EMPNO            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'APPROVAL HOLD:  '.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-AEX-REASON           PIC X(40).
       01  WS-RPT-BAD-TYPE.
           05  RD-BT-EMPNO             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  WS-RPT-TOTALS-REJ.
           05  FILLER  PIC X(20) VALUE 'HIRES REJECTED......'.
           05  RT-TRANS-ADD-REJ        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-CRJ.
           05  FILLER  PIC X(20) VALUE 'JOB/NAME REJECTED...'.
           05  RT-TRANS-CHG-REJ        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-DUP.
           05  FILLER  PIC X(20) VALUE 'DUPLICATE EMPNO.....'.
           05  RT-TRANS-DUPLICATE      PIC ZZZ,ZZ9.
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
           MOVE WS-RUNLOG-DATE TO WS-JRN-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO WS-JRN-RUN-TIME.

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1150-READ-CHECKPOINT   THRU 1150-EXIT.
               WRITE RPT-LINE FROM WS-RPT-HEADING-2
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 1400-CARRY-EXPIRED-HOLDS THRU 1400-EXIT
           END-IF.

           PERFORM 1300-LOAD-DEPT-TABLE THRU 1300-EXIT.

      *    HREVENT IS SHARED WITH EMPSMNT AND EMPTIED BY MSGEVENT, SO
      *    IT IS ALWAYS EXTENDED.  A RUN WITHOUT IT STILL UPDATES THE
      *    MASTER - THE MANAGERS JUST AREN'T TOLD.
           OPEN EXTEND HREVENT-FILE.
           IF WS-HREVENT-OK
               MOVE 'Y' TO WS-HREVENT-OPEN-SW
           ELSE
               DISPLAY 'EMPUPDT: UNABLE TO OPEN HREVENT, STATUS='
                       WS-HREVENT-STATUS
           END-IF.

           PERFORM 1500-OPEN-JOURNAL THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

           MOVE EMPCKPT-TRANS-DUP      TO WS-TRANS-DUPLICATE.
           MOVE EMPCKPT-TRANS-BAD-TYPE TO WS-TRANS-BAD-TYPE.
           MOVE EMPCKPT-TRANS-SUSP     TO WS-TRANS-SUSPENDED.
           MOVE EMPCKPT-TRANS-CHG-REJ  TO WS-TRANS-CHG-REJ.

           MOVE ZERO TO WS-SKIP-COUNT.
           PERFORM 1210-SKIP-ONE-TRANS THRU 1210-EXIT
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARRY-EXPIRED-HOLDS - CARDS EMPAPPR DROPPED BECAUSE NO    *
      *                            APPROVAL CAME IN TIME ARE ALREADY   *
      *                            IN EMPSUSP LAYOUT; THEY JOIN THE    *
      *                            DAY'S SUSPENSE FILE SO EMPRECYC     *
      *                            SEES THEM TOMORROW.  FRESH RUN      *
      *                            ONLY - A RESTART ALREADY HAS THEM.  *
      ******************************************************************
       1400-CARRY-EXPIRED-HOLDS.
           OPEN INPUT APPREXP-FILE.
           IF NOT WS-APPREXP-OK
               DISPLAY 'EMPUPDT: UNABLE TO OPEN APPREXPD, STATUS='
                       WS-APPREXP-STATUS
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-READ-APPREXP THRU 1410-EXIT.
           PERFORM UNTIL WS-APPREXP-EOF
               WRITE EMPSUSP-RECORD FROM APPREXP-RECORD
               ADD 1 TO WS-TRANS-SUSPENDED
               MOVE SUSP-TRAN-IMAGE (2:6) TO RD-AEX-EMPNO
               MOVE SUSP-REJECT-REASON    TO RD-AEX-REASON
               WRITE RPT-LINE FROM WS-RPT-APPR-EXPIRED
               PERFORM 1410-READ-APPREXP THRU 1410-EXIT
           END-PERFORM.
           CLOSE APPREXP-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-APPREXP.
           READ APPREXP-FILE
               AT END
                   MOVE 'Y' TO WS-APPREXP-EOF-SW
           END-READ.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1500-OPEN-JOURNAL - FIND THE LAST SEQUENCE ALREADY JOURNALED   *
      *                     UNDER TODAY'S RUN DATE (AN EARLIER RUN OR  *
      *                     THE ABENDED RUN BEING RESTARTED), THEN     *
      *                     OPEN THE JOURNAL FOR APPEND.  WITHOUT A    *
      *                     JOURNAL THE MASTER COULD NOT BE RECOVERED, *
      *                     SO NO TRANSACTIONS ARE APPLIED.            *
      ******************************************************************
       1500-OPEN-JOURNAL.
           MOVE ZERO TO WS-JRN-SEQ.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-OK
               PERFORM 1510-READ-JOURNAL THRU 1510-EXIT
               PERFORM UNTIL WS-JRNL-EOF
                   IF JRN-RUN-DATE EQUAL WS-JRN-RUN-DATE
                       AND JRN-SEQ > WS-JRN-SEQ
                       MOVE JRN-SEQ TO WS-JRN-SEQ
                   END-IF
                   PERFORM 1510-READ-JOURNAL THRU 1510-EXIT
               END-PERFORM
               CLOSE JRNL-FILE
           END-IF.

           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-OK
               MOVE 'Y' TO WS-JRNL-OPEN-SW
           ELSE
               DISPLAY 'EMPUPDT: UNABLE TO OPEN EMPJRNL, STATUS='
                       WS-JRNL-STATUS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-JOURNAL.
           READ JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
           END-READ.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CHANGES - APPLY EACH TRANSACTION AGAINST EMP      *
      ******************************************************************
           PERFORM 2100-READ-CHGFILE THRU 2100-EXIT.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-TRANS-READ
               MOVE 'N' TO WS-COMMITTED-SW
               MOVE WS-FIELDS-CHANGED TO WS-FIELDS-AT-START
               EVALUATE TRUE
                   WHEN CHG-TRANS-ADD
                       PERFORM 2300-ADD-EMPLOYEE THRU 2300-EXIT
                       PERFORM 2400-TERMINATE-EMPLOYEE THRU 2400-EXIT
                   WHEN CHG-TRANS-CHANGE
                       PERFORM 2150-APPLY-ONE-CHANGE THRU 2150-EXIT
                   WHEN CHG-TRANS-JOB-DATA
                       PERFORM 2500-CHANGE-JOB-DATA THRU 2500-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-TRANS-BAD-TYPE
                       MOVE CHG-EMPNO      TO RD-BT-EMPNO
                           TO WS-SUSP-REASON
                       PERFORM 2960-WRITE-SUSPENSE THRU 2960-EXIT
               END-EVALUATE
               IF WS-COMMITTED
                   PERFORM 2980-WRITE-JOURNAL THRU 2980-EXIT
               END-IF
               ADD 1 TO WS-TRANS-SEQ
               ADD 1 TO WS-ROWS-SINCE-CKPT
               IF WS-ROWS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
           WRITE RPT-LINE FROM WS-RPT-TOTALS-TRM.
           MOVE WS-TRANS-ADD-REJ   TO RT-TRANS-ADD-REJ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-REJ.
           MOVE WS-TRANS-CHG-REJ   TO RT-TRANS-CHG-REJ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-CRJ.
           MOVE WS-TRANS-DUPLICATE TO RT-TRANS-DUPLICATE.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-DUP.
           MOVE WS-TRANS-BAD-TYPE  TO RT-TRANS-BAD-TYPE.
                   MOVE WORKDEPT OF DCLEMP TO AUDIT-OLD-VALUE
                   MOVE CHG-WORKDEPT     TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE SPACES           TO HREVENT-RECORD
                   MOVE 'X'              TO HEV-EVENT-TYPE
                   MOVE WORKDEPT OF DCLEMP TO HEV-OLD-DEPT
                   MOVE CHG-WORKDEPT     TO HEV-NEW-DEPT
                   PERFORM 2970-WRITE-HR-EVENT THRU 2970-EXIT
                   MOVE CHG-WORKDEPT     TO WORKDEPT OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF
                   MOVE CHG-SALARY       TO WS-NUM-EDIT
                   MOVE WS-NUM-EDIT      TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE SPACES           TO HREVENT-RECORD
                   MOVE 'S'              TO HEV-EVENT-TYPE
                   MOVE WORKDEPT OF DCLEMP TO HEV-NEW-DEPT
                   MOVE AUDIT-OLD-VALUE  TO HEV-OLD-VALUE
                   MOVE AUDIT-NEW-VALUE  TO HEV-NEW-VALUE
                   PERFORM 2970-WRITE-HR-EVENT THRU 2970-EXIT
                   MOVE CHG-SALARY       TO SALARY OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF

           IF WS-REWRITE-NEEDED
               REWRITE DCLEMP
               MOVE DCLEMP TO WS-JRN-IMAGE
               MOVE 'Y'    TO WS-COMMITTED-SW
           END-IF.
       2200-EXIT.
           EXIT.
                       PERFORM 2960-WRITE-SUSPENSE THRU 2960-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-ADDED
                       MOVE DCLEMP     TO WS-JRN-IMAGE
                       MOVE 'Y'        TO WS-COMMITTED-SW
                       PERFORM 2350-AUDIT-NEW-HIRE THRU 2350-EXIT
                       MOVE SPACES     TO HREVENT-RECORD
                       MOVE 'H'        TO HEV-EVENT-TYPE
                       MOVE WORKDEPT OF DCLEMP TO HEV-NEW-DEPT
                       MOVE SALARY OF DCLEMP   TO WS-NUM-EDIT
                       MOVE WS-NUM-EDIT        TO HEV-NEW-VALUE
                       PERFORM 2970-WRITE-HR-EVENT THRU 2970-EXIT
               END-WRITE
           END-IF.
       2300-EXIT.
           MOVE COMM OF DCLEMP       TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'JOB'                TO AUDIT-FIELD-NAME.
           MOVE '*NEW HIRE*'         TO AUDIT-OLD-VALUE.
           MOVE JOB OF DCLEMP        TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'EDLEVEL'            TO AUDIT-FIELD-NAME.
           MOVE '*NEW HIRE*'         TO AUDIT-OLD-VALUE.
           MOVE EDLEVEL OF DCLEMP    TO WS-EDLEVEL-EDIT.
           MOVE WS-EDLEVEL-EDIT      TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'FIRSTNME'           TO AUDIT-FIELD-NAME.
           MOVE '*NEW HIRE*'         TO AUDIT-OLD-VALUE.
           MOVE FIRSTNME-TEXT OF DCLEMP TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'MIDINIT'            TO AUDIT-FIELD-NAME.
           MOVE '*NEW HIRE*'         TO AUDIT-OLD-VALUE.
           MOVE MIDINIT OF DCLEMP    TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'LASTNAME'           TO AUDIT-FIELD-NAME.
           MOVE '*NEW HIRE*'         TO AUDIT-OLD-VALUE.
           MOVE LASTNAME-TEXT OF DCLEMP TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'PHONENO'            TO AUDIT-FIELD-NAME.
           MOVE '*NEW HIRE*'         TO AUDIT-OLD-VALUE.
           MOVE PHONENO OF DCLEMP    TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.
       2350-EXIT.
           EXIT.

                   PERFORM 2960-WRITE-SUSPENSE THRU 2960-EXIT
               NOT INVALID KEY
                   PERFORM 2450-AUDIT-TERMINATION THRU 2450-EXIT
                   MOVE DCLEMP TO WS-JRN-IMAGE
                   DELETE EMP-FILE
                       INVALID KEY
                           DISPLAY 'EMPUPDT: DELETE FAILED FOR EMPNO='
                                   CHG-EMPNO
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANS-TERMED
                           MOVE 'Y'    TO WS-COMMITTED-SW
                           MOVE SPACES TO HREVENT-RECORD
                           MOVE 'T'    TO HEV-EVENT-TYPE
                           MOVE WORKDEPT OF DCLEMP TO HEV-OLD-DEPT
                           PERFORM 2970-WRITE-HR-EVENT THRU 2970-EXIT
                   END-DELETE
           END-READ.
       2400-EXIT.
           MOVE WS-NUM-EDIT          TO AUDIT-OLD-VALUE.
           MOVE '*DELETED*'          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'JOB'                TO AUDIT-FIELD-NAME.
           MOVE JOB OF DCLEMP        TO AUDIT-OLD-VALUE.
           MOVE '*DELETED*'          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'EDLEVEL'            TO AUDIT-FIELD-NAME.
           MOVE EDLEVEL OF DCLEMP    TO WS-EDLEVEL-EDIT.
           MOVE WS-EDLEVEL-EDIT      TO AUDIT-OLD-VALUE.
           MOVE '*DELETED*'          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'FIRSTNME'           TO AUDIT-FIELD-NAME.
           MOVE FIRSTNME-TEXT OF DCLEMP TO AUDIT-OLD-VALUE.
           MOVE '*DELETED*'          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'MIDINIT'            TO AUDIT-FIELD-NAME.
           MOVE MIDINIT OF DCLEMP    TO AUDIT-OLD-VALUE.
           MOVE '*DELETED*'          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'LASTNAME'           TO AUDIT-FIELD-NAME.
           MOVE LASTNAME-TEXT OF DCLEMP TO AUDIT-OLD-VALUE.
           MOVE '*DELETED*'          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.

           MOVE 'PHONENO'            TO AUDIT-FIELD-NAME.
           MOVE PHONENO OF DCLEMP    TO AUDIT-OLD-VALUE.
           MOVE '*DELETED*'          TO AUDIT-NEW-VALUE.
           PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHANGE-JOB-DATA - TYPE 'J': READ THE MASTER, EDIT THE     *
      *                        RESULTING JOB/EDLEVEL AND NAMES, THEN   *
      *                        APPLY THE FLAGGED FIELD CHANGES         *
      ******************************************************************
       2500-CHANGE-JOB-DATA.
           MOVE CHG-EMPNO TO EMPNO OF DCLEMP.
           READ EMP-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-NOTFOUND
                   MOVE CHG-EMPNO TO RD-NF-EMPNO
                   WRITE RPT-LINE FROM WS-RPT-NOTFOUND
                   MOVE 'EMPNO NOT ON FILE' TO WS-SUSP-REASON
                   PERFORM 2960-WRITE-SUSPENSE THRU 2960-EXIT
               NOT INVALID KEY
                   PERFORM 2510-EDIT-JOB-DATA THRU 2510-EXIT
                   IF WS-CHG-REJECTED
                       ADD 1 TO WS-TRANS-CHG-REJ
                       PERFORM 2960-WRITE-SUSPENSE THRU 2960-EXIT
                   ELSE
                       PERFORM 2550-APPLY-JOB-DATA THRU 2550-EXIT
                   END-IF
           END-READ.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-EDIT-JOB-DATA - THE JOB/EDLEVEL PAIR THE EMPLOYEE ENDS UP *
      *                      WITH (CHANGED OR NOT) MUST PASS THE SAME  *
      *                      JOBTAB EDIT AS A HIRE IMAGE; A NAME MAY   *
      *                      NOT BE CHANGED TO BLANKS                  *
      ******************************************************************
       2510-EDIT-JOB-DATA.
           MOVE 'N' TO WS-CHG-REJECT-SW.
           MOVE JOB OF DCLEMP     TO WS-NEW-JOB.
           MOVE EDLEVEL OF DCLEMP TO WS-NEW-EDLEVEL.
           IF CHG-JOB-APPLY
               MOVE CHG-JOB TO WS-NEW-JOB
           END-IF.
           IF CHG-EDLEVEL-APPLY
               IF CHG-EDLEVEL IS NOT NUMERIC
                   MOVE 'EDLEVEL NOT NUMERIC' TO RD-CRJ-REASON
                   PERFORM 2590-WRITE-CHG-REJECT THRU 2590-EXIT
                   GO TO 2510-EXIT
               END-IF
               MOVE CHG-EDLEVEL TO WS-NEW-EDLEVEL
           END-IF.

           IF CHG-JOB-APPLY OR CHG-EDLEVEL-APPLY
               SET JOBTAB-IDX TO 1
               SEARCH JOBTAB-ENTRY
                   AT END
                       MOVE 'JOB NOT ON VALID JOB TITLE LIST'
                           TO RD-CRJ-REASON
                       PERFORM 2590-WRITE-CHG-REJECT THRU 2590-EXIT
                   WHEN JOBTAB-JOB (JOBTAB-IDX) EQUAL WS-NEW-JOB
                       IF WS-NEW-EDLEVEL <
                              JOBTAB-EDLEVEL-MIN (JOBTAB-IDX)
                           OR WS-NEW-EDLEVEL >
                              JOBTAB-EDLEVEL-MAX (JOBTAB-IDX)
                           MOVE 'EDLEVEL OUTSIDE RANGE FOR JOB'
                               TO RD-CRJ-REASON
                           PERFORM 2590-WRITE-CHG-REJECT THRU 2590-EXIT
                       END-IF
               END-SEARCH
           END-IF.

           IF CHG-FIRSTNME-APPLY
               AND CHG-FIRSTNME EQUAL SPACES
               MOVE 'FIRSTNME MAY NOT BE BLANK' TO RD-CRJ-REASON
               PERFORM 2590-WRITE-CHG-REJECT THRU 2590-EXIT
           END-IF.

           IF CHG-LASTNAME-APPLY
               AND CHG-LASTNAME EQUAL SPACES
               MOVE 'LASTNAME MAY NOT BE BLANK' TO RD-CRJ-REASON
               PERFORM 2590-WRITE-CHG-REJECT THRU 2590-EXIT
           END-IF.

           IF CHG-PHONENO-APPLY
               AND CHG-PHONENO IS NOT NUMERIC
               MOVE 'PHONENO NOT NUMERIC' TO RD-CRJ-REASON
               PERFORM 2590-WRITE-CHG-REJECT THRU 2590-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2550-APPLY-JOB-DATA - COMPARE EACH FLAGGED FIELD, AUDIT THE    *
      *                       ONES THAT ACTUALLY CHANGED, THEN REWRITE *
      *                       THE MASTER                               *
      ******************************************************************
       2550-APPLY-JOB-DATA.
           MOVE 'N' TO WS-REWRITE-NEEDED-SW.

           IF CHG-JOB-APPLY
               IF CHG-JOB NOT EQUAL JOB OF DCLEMP
                   MOVE 'JOB'            TO AUDIT-FIELD-NAME
                   MOVE JOB OF DCLEMP    TO AUDIT-OLD-VALUE
                   MOVE CHG-JOB          TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE CHG-JOB          TO JOB OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF
           END-IF.

           IF CHG-EDLEVEL-APPLY
               IF CHG-EDLEVEL NOT EQUAL EDLEVEL OF DCLEMP
                   MOVE 'EDLEVEL'        TO AUDIT-FIELD-NAME
                   MOVE EDLEVEL OF DCLEMP TO WS-EDLEVEL-EDIT
                   MOVE WS-EDLEVEL-EDIT  TO AUDIT-OLD-VALUE
                   MOVE CHG-EDLEVEL      TO WS-EDLEVEL-EDIT
                   MOVE WS-EDLEVEL-EDIT  TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE CHG-EDLEVEL      TO EDLEVEL OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF
           END-IF.

           IF CHG-FIRSTNME-APPLY
               IF CHG-FIRSTNME NOT EQUAL FIRSTNME-TEXT OF DCLEMP
                   MOVE 'FIRSTNME'       TO AUDIT-FIELD-NAME
                   MOVE FIRSTNME-TEXT OF DCLEMP TO AUDIT-OLD-VALUE
                   MOVE CHG-FIRSTNME     TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE CHG-FIRSTNME     TO FIRSTNME-TEXT OF DCLEMP
                   MOVE 12 TO WS-TRIM-POS
                   PERFORM 2560-TRIM-ONE-CHAR THRU 2560-EXIT
                       UNTIL WS-TRIM-POS EQUAL ZERO
                       OR CHG-FIRSTNME (WS-TRIM-POS:1) NOT EQUAL SPACE
                   MOVE WS-TRIM-POS      TO FIRSTNME-LEN OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF
           END-IF.

           IF CHG-MIDINIT-APPLY
               IF CHG-MIDINIT NOT EQUAL MIDINIT OF DCLEMP
                   MOVE 'MIDINIT'        TO AUDIT-FIELD-NAME
                   MOVE MIDINIT OF DCLEMP TO AUDIT-OLD-VALUE
                   MOVE CHG-MIDINIT      TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE CHG-MIDINIT      TO MIDINIT OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF
           END-IF.

           IF CHG-LASTNAME-APPLY
               IF CHG-LASTNAME NOT EQUAL LASTNAME-TEXT OF DCLEMP
                   MOVE 'LASTNAME'       TO AUDIT-FIELD-NAME
                   MOVE LASTNAME-TEXT OF DCLEMP TO AUDIT-OLD-VALUE
                   MOVE CHG-LASTNAME     TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE CHG-LASTNAME     TO LASTNAME-TEXT OF DCLEMP
                   MOVE 15 TO WS-TRIM-POS
                   PERFORM 2560-TRIM-ONE-CHAR THRU 2560-EXIT
                       UNTIL WS-TRIM-POS EQUAL ZERO
                       OR CHG-LASTNAME (WS-TRIM-POS:1) NOT EQUAL SPACE
                   MOVE WS-TRIM-POS      TO LASTNAME-LEN OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF
           END-IF.

           IF CHG-PHONENO-APPLY
               IF CHG-PHONENO NOT EQUAL PHONENO OF DCLEMP
                   MOVE 'PHONENO'        TO AUDIT-FIELD-NAME
                   MOVE PHONENO OF DCLEMP TO AUDIT-OLD-VALUE
                   MOVE CHG-PHONENO      TO AUDIT-NEW-VALUE
                   PERFORM 2900-WRITE-AUDIT-ROW THRU 2900-EXIT
                   MOVE CHG-PHONENO      TO PHONENO OF DCLEMP
                   MOVE 'Y' TO WS-REWRITE-NEEDED-SW
               END-IF
           END-IF.

           IF WS-REWRITE-NEEDED
               REWRITE DCLEMP
               MOVE DCLEMP TO WS-JRN-IMAGE
               MOVE 'Y'    TO WS-COMMITTED-SW
           END-IF.
       2550-EXIT.
           EXIT.

       2560-TRIM-ONE-CHAR.
           SUBTRACT 1 FROM WS-TRIM-POS.
       2560-EXIT.
           EXIT.

      ******************************************************************
      * 2590-WRITE-CHG-REJECT                                          *
      ******************************************************************
       2590-WRITE-CHG-REJECT.
           MOVE 'Y' TO WS-CHG-REJECT-SW.
           MOVE CHG-EMPNO TO RD-CRJ-EMPNO.
           WRITE RPT-LINE FROM WS-RPT-CHG-REJECT.
           MOVE RD-CRJ-REASON TO WS-SUSP-REASON.
       2590-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-AUDIT-ROW - AN EFFECTIVE-DATED TRANSACTION IS       *
      *                        AUDITED AS OF ITS EFFECTIVE DATE, NOT   *
           MOVE WS-TRANS-DUPLICATE TO EMPCKPT-TRANS-DUP.
           MOVE WS-TRANS-BAD-TYPE  TO EMPCKPT-TRANS-BAD-TYPE.
           MOVE WS-TRANS-SUSPENDED TO EMPCKPT-TRANS-SUSP.
           MOVE WS-TRANS-CHG-REJ   TO EMPCKPT-TRANS-CHG-REJ.
           MOVE 'N'                TO EMPCKPT-RUN-COMPLETE.
           OPEN OUTPUT CKPT-FILE.
           MOVE EMPCKPT-RECORD TO CKPT-FILE-RECORD.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 2970-WRITE-HR-EVENT - THE CALLER HAS SET THE EVENT TYPE AND    *
      *                       ITS DEPARTMENT(S)/VALUES; THE EMPLOYEE,  *
      *                       NAME AND DATES COME FROM THE MASTER ROW  *
      *                       AND THE TRANSACTION                      *
      ******************************************************************
       2970-WRITE-HR-EVENT.
           IF NOT WS-HREVENT-OPEN
               GO TO 2970-EXIT
           END-IF.
           MOVE CHG-EMPNO               TO HEV-EMPNO.
           MOVE LASTNAME-TEXT OF DCLEMP TO HEV-LASTNAME.
           MOVE FIRSTNME-TEXT OF DCLEMP TO HEV-FIRSTNME.
           IF CHG-EFFECTIVE-DATE NOT EQUAL SPACES
               MOVE CHG-EFFECTIVE-DATE  TO HEV-EFFECTIVE-DATE
           ELSE
               MOVE CHG-TIMESTAMP (1:10) TO HEV-EFFECTIVE-DATE
           END-IF.
           MOVE CHG-TIMESTAMP           TO HEV-TIMESTAMP.
           MOVE 'EMPUPDT'               TO HEV-SOURCE-PROGRAM.
           WRITE HREVENT-RECORD.
       2970-EXIT.
           EXIT.

      ******************************************************************
      * 2980-WRITE-JOURNAL - ONE RECOVERY JOURNAL ROW FOR THE          *
      *                      TRANSACTION JUST COMMITTED, WITH THE      *
      *                      IMAGE IT LEFT ON THE MASTER AND THE       *
      *                      NUMBER OF AUDIT ROWS IT WROTE             *
      ******************************************************************
       2980-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-RUN-DATE    TO JRN-RUN-DATE.
           MOVE WS-JRN-RUN-TIME    TO JRN-RUN-TIME.
           MOVE WS-JRN-SEQ         TO JRN-SEQ.
           MOVE CHG-TRANS-TYPE     TO JRN-TRANS-TYPE.
           MOVE CHG-EMPNO          TO JRN-EMPNO.
           COMPUTE JRN-FIELDS-CHANGED =
               WS-FIELDS-CHANGED - WS-FIELDS-AT-START.
           MOVE CHG-TIMESTAMP      TO JRN-CHG-TIMESTAMP.
           MOVE WS-JRN-IMAGE       TO JRN-EMP-IMAGE.
           WRITE EMPJRNL-RECORD.
       2980-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - WRITE THE COMPLETION CHECKPOINT AND CLOSE UP   *
      ******************************************************************
           MOVE WS-TRANS-DUPLICATE TO EMPCKPT-TRANS-DUP.
           MOVE WS-TRANS-BAD-TYPE  TO EMPCKPT-TRANS-BAD-TYPE.
           MOVE WS-TRANS-SUSPENDED TO EMPCKPT-TRANS-SUSP.
           MOVE WS-TRANS-CHG-REJ   TO EMPCKPT-TRANS-CHG-REJ.
           MOVE 'Y'                TO EMPCKPT-RUN-COMPLETE.
           OPEN OUTPUT CKPT-FILE.
           MOVE EMPCKPT-RECORD TO CKPT-FILE-RECORD.
                 AUDIT-FILE
                 RPT-FILE
                 SUSP-FILE.
           IF WS-HREVENT-OPEN
               CLOSE HREVENT-FILE
           END-IF.
           IF WS-JRNL-OPEN
               CLOSE JRNL-FILE
           END-IF.

           MOVE 'E'               TO RUNLOG-EVENT.
           MOVE WS-TRANS-READ     TO RUNLOG-ROWS-IN.
           MOVE WS-FIELDS-CHANGED TO RUNLOG-ROWS-OUT.
           COMPUTE RUNLOG-ROWS-REJECT =
               WS-TRANS-NOTFOUND + WS-TRANS-ADD-REJ
               + WS-TRANS-DUPLICATE + WS-TRANS-BAD-TYPE
               + WS-TRANS-CHG-REJ.
           MOVE 'OK'              TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       3000-EXIT.
