      ******************************************************************
      * PROGRAM-ID: MSGEVENT                                           *
      * AUTHOR:     R. KESSLER - HR SYSTEMS                            *
      * INSTALLATION: HR_DB BATCH SUITE                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     DELIVERS HR EVENT NOTIFICATIONS TO MANAGERS.  EMPUPDT      *
      *     (HIRES, TERMINATIONS, WORKDEPT TRANSFERS, SALARY CHANGES)  *
      *     AND EMPSMNT (LEAVE AND RETURN FROM LEAVE) APPEND ONE       *
      *     HREVENT ROW PER APPLIED CHANGE.  FOR EACH ROW THIS JOB     *
      *     TAKES THE DEPARTMENT'S MANAGER FROM DEPTMST, AS MSGROUTE   *
      *     DOES, AND WRITES A NOTE INTO THE MANAGER'S MSG_IN_TRAY     *
      *     UNDER SOURCE 'HREVENT' WITH A STANDARD SUBJECT AND A       *
      *     NOTE-TEXT SUMMARIZING THE CHANGE.  A TRANSFER NOTIFIES     *
      *     BOTH THE LOSING AND THE GAINING MANAGER.  FROM THERE THE   *
      *     NOTES ARE ORDINARY IN-TRAY ROWS FOR MSGSPLIT, MSGDIGST,    *
      *     MSGDMNT AND MSGAGRPT.                                      *
      *     THE NOTE IS KEYED ON THE EVENT'S OWN TIMESTAMP, STEPPED ON *
      *     A MICROSECOND AT A TIME WHEN THE MANAGER ALREADY HOLDS A   *
      *     DIFFERENT NOTE AT THAT KEY.  FINDING THE SAME HREVENT NOTE *
      *     ALREADY THERE MEANS THE EVENT WAS DELIVERED BY AN EARLIER  *
      *     RUN, SO A RERUN NEVER DOUBLES THE NOTES UP.                *
      *     EVENTS THAT CANNOT BE DELIVERED (DEPARTMENT RETIRED OR NOT *
      *     ON DEPTMST, VACANT MANAGER SLOT, MANAGER NO LONGER ON THE  *
      *     EMP MASTER, NO FREE KEY IN THE TRAY) ARE LISTED ON THE     *
      *     EXCEPTION REPORT AND END THE STEP WITH RC 4.  ONCE THE     *
      *     FILE HAS BEEN WORKED THROUGH, HREVENT IS EMPTIED FOR THE   *
      *     NEXT CYCLE.                                                *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   10/15/2026 RAK  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGEVENT.
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
           SELECT OPTIONAL HREVENT-FILE ASSIGN TO HREVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREVENT-STATUS.

           SELECT MSGTRAY-FILE ASSIGN TO MSGTRAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSGTRAY-COMBINED-KEY
               FILE STATUS IS WS-MSGTRAY-STATUS.

           SELECT EMP-FILE      ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPNO OF DCLEMP
               FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPT-FILE     ASSIGN TO DEPTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMS-DEPTNO
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT RPT-FILE      ASSIGN TO MSGEVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HREVENT-FILE
           RECORDING MODE IS F.
           COPY HREVENT.

       FD  MSGTRAY-FILE
           RECORDING MODE IS F.
      *    SOURCE AND RECEIVED COLLIDE WITH COBOL RESERVED WORDS, SO
      *    THEY ARE LOCALLY RENAMED ON THE COPY - THE DB2 COLUMN
      *    NAMES ON HR_DB.MSG_IN_TRAY ARE UNCHANGED.
           COPY MSGINTRY REPLACING ==SOURCE== BY ==MSG-SOURCE==
                                   ==RECEIVED== BY ==MSG-RECEIVED==.
       01  MSGTRAY-KEY-VIEW REDEFINES DCLMSGINTRAY.
           05  MSGTRAY-COMBINED-KEY.
               10  MSGTRAY-KEY-EMPNO       PIC X(06).
               10  MSGTRAY-KEY-RECEIVED    PIC X(26).
           05  FILLER                      PIC X(3072).

       FD  EMP-FILE
           RECORDING MODE IS F.
           COPY EMP.

       FD  DEPT-FILE
           RECORDING MODE IS F.
           COPY DEPTMST.

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
       01  WS-HREVENT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-HREVENT-OK                     VALUES '00' '05'.
       01  WS-MSGTRAY-STATUS           PIC X(02) VALUE SPACES.
           88  WS-MSGTRAY-OK                     VALUE '00'.
       01  WS-EMP-STATUS               PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                         VALUE '00'.
       01  WS-DEPTMST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-DEPTMST-OK                     VALUE '00'.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF                        VALUE 'Y'.
           05  WS-DEPT-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-DEPT-EOF                   VALUE 'Y'.
           05  WS-ABORT-SW             PIC X(01) VALUE 'N'.
               88  WS-ABORT                      VALUE 'Y'.
           05  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
               88  WS-WRITE-DONE                 VALUE 'Y'.

      ******************************************************************
      * DEPARTMENT MASTER, LOADED AT START-UP IN KEY SEQUENCE          *
      ******************************************************************
       01  WS-DEPT-MAX                 PIC S9(04) USAGE COMP VALUE 500.
       01  WS-DEPT-COUNT               PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-DEPT-COUNT
                              ASCENDING KEY IS WS-DEPT-CODE
                              INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE        PIC X(03).
               10  WS-DEPT-MGRNO       PIC X(06).
               10  WS-DEPT-ACTIVE-FLAG PIC X(01).

      ******************************************************************
      * ONE DELIVERY: THE DEPARTMENT WHOSE MANAGER IS TOLD, AND FOR A  *
      * TRANSFER WHETHER THAT IS THE LOSING ('O') OR GAINING ('I') SIDE*
      ******************************************************************
       01  WS-TARGET-DEPT              PIC X(03) VALUE SPACES.
       01  WS-TARGET-MGRNO             PIC X(06) VALUE SPACES.
       01  WS-TRANSFER-SIDE            PIC X(01) VALUE SPACES.
           88  WS-TRANSFER-OUT                   VALUE 'O'.
           88  WS-TRANSFER-IN                    VALUE 'I'.
       01  WS-ROUTE-REASON             PIC X(26) VALUE SPACES.
       01  WS-EVENT-NAME               PIC X(24) VALUE SPACES.

      ******************************************************************
      * NOTE BUILD AREA                                                *
      ******************************************************************
       01  WS-NOTE-PTR                 PIC S9(04) USAGE COMP VALUE 1.
       01  WS-LEAD-SPACES              PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-OLD-TRIM                 PIC X(15) VALUE SPACES.
       01  WS-NEW-TRIM                 PIC X(15) VALUE SPACES.
       01  WS-NOTE-SAVE                PIC X(3104) VALUE SPACES.
       01  WS-TRY-COUNT                PIC S9(04) USAGE COMP VALUE ZERO.
       01  WS-TRY-MAX                  PIC S9(04) USAGE COMP VALUE 99.

      ******************************************************************
      * IN-TRAY KEY TIMESTAMP - THE EVENT'S OWN TIMESTAMP, OR THE RUN  *
      * TIMESTAMP FOR AN EVENT THAT CAME WITHOUT ONE.  THE LAST SIX    *
      * DIGITS ARE STEPPED ON A COLLISION.                             *
      ******************************************************************
       01  WS-NOTE-RECEIVED            PIC X(26) VALUE SPACES.
       01  WS-NOTE-RECEIVED-PARTS REDEFINES WS-NOTE-RECEIVED.
           05  WS-RCV-STEM             PIC X(20).
           05  WS-RCV-MICRO            PIC 9(06).
       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC X(04).
           05  WS-RUN-MM               PIC X(02).
           05  WS-RUN-DD               PIC X(02).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH               PIC X(02).
           05  WS-RUN-MI               PIC X(02).
           05  WS-RUN-SS               PIC X(02).
           05  WS-RUN-HS               PIC X(02).

       01  WS-COUNTERS.
           05  WS-EVENTS-READ          PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-NOTES-WRITTEN        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-NOTES-ALREADY        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-EXCEPTIONS           PIC S9(07) USAGE COMP VALUE ZERO.

      ******************************************************************
      * REPORT LINES                                                   *
      ******************************************************************
       01  WS-RPT-HEADING-1.
           05  FILLER  PIC X(44) VALUE
               'MSGEVENT - HR EVENT NOTIFICATION EXCEPTIONS'.
       01  WS-RPT-HEADING-2.
           05  FILLER  PIC X(06) VALUE 'EMPNO'.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FILLER  PIC X(24) VALUE 'EVENT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE 'DEPT'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE 'TO MGR'.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(26) VALUE 'REASON'.
       01  WS-RPT-DETAIL.
           05  RD-EMPNO                PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-EVENT                PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-EFFECTIVE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-DEPT                 PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-MGRNO                PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-REASON               PIC X(26).
       01  WS-RPT-TOTALS-RD.
           05  FILLER  PIC X(20) VALUE 'EVENTS READ.........'.
           05  RT-EVENTS-READ          PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-WR.
           05  FILLER  PIC X(20) VALUE 'NOTES DELIVERED.....'.
           05  RT-NOTES-WRITTEN        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-AL.
           05  FILLER  PIC X(20) VALUE 'ALREADY DELIVERED...'.
           05  RT-NOTES-ALREADY        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-EX.
           05  FILLER  PIC X(20) VALUE 'NOT DELIVERABLE.....'.
           05  RT-EXCEPTIONS           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           PERFORM 2000-PROCESS-EVENTS THRU 2000-EXIT.
           PERFORM 3000-FINALIZE       THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - LOAD THE DEPARTMENT TABLE, OPEN THE EVENT    *
      *                   FILE, THE TRAY AND THE EMP MASTER            *
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'S'    TO RUNLOG-EVENT.
           MOVE ZERO   TO RUNLOG-ROWS-IN
                          RUNLOG-ROWS-OUT
                          RUNLOG-ROWS-REJECT.
           MOVE SPACES TO RUNLOG-STATUS.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD '-'
                  WS-RUN-HH '.' WS-RUN-MI '.' WS-RUN-SS '.'
                  WS-RUN-HS '0000'
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.

           PERFORM 1600-LOAD-DEPT-TABLE THRU 1600-EXIT.

           OPEN INPUT  HREVENT-FILE
                       EMP-FILE.
           OPEN I-O    MSGTRAY-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-HREVENT-OK
               DISPLAY 'MSGEVENT: UNABLE TO OPEN HREVENT, STATUS='
                       WS-HREVENT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF NOT WS-EMP-OK
               DISPLAY 'MSGEVENT: UNABLE TO OPEN EMPMSTR, STATUS='
                       WS-EMP-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF NOT WS-MSGTRAY-OK
               DISPLAY 'MSGEVENT: UNABLE TO OPEN MSGTRAY, STATUS='
                       WS-MSGTRAY-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF WS-ABORT
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT WS-EOF
               PERFORM 2100-READ-HREVENT THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1600-LOAD-DEPT-TABLE - DEPARTMENT MASTER IN KEY SEQUENCE       *
      ******************************************************************
       1600-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           IF NOT WS-DEPTMST-OK
               DISPLAY 'MSGEVENT: UNABLE TO OPEN DEPTMST, STATUS='
                       WS-DEPTMST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1600-EXIT
           END-IF.
           MOVE LOW-VALUES TO DMS-DEPTNO.
           START DEPT-FILE KEY IS NOT LESS THAN DMS-DEPTNO
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM 1610-READ-DEPTMST THRU 1610-EXIT.
           PERFORM UNTIL WS-DEPT-EOF
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DMS-DEPTNO
                       TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE DMS-MGRNO
                       TO WS-DEPT-MGRNO (WS-DEPT-COUNT)
                   MOVE DMS-ACTIVE-FLAG
                       TO WS-DEPT-ACTIVE-FLAG (WS-DEPT-COUNT)
               ELSE
                   DISPLAY 'MSGEVENT: DEPT TABLE FULL, ROW SKIPPED'
               END-IF
               PERFORM 1610-READ-DEPTMST THRU 1610-EXIT
           END-PERFORM.
           CLOSE DEPT-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-DEPTMST.
           READ DEPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF-SW
           END-READ.
       1610-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-EVENTS - ONE DELIVERY PER EVENT, TWO FOR A        *
      *                       TRANSFER (LOSING MANAGER, THEN GAINING)  *
      ******************************************************************
       2000-PROCESS-EVENTS.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EVENTS-READ
               PERFORM 2200-SET-EVENT-NAME THRU 2200-EXIT
               MOVE SPACES TO WS-TRANSFER-SIDE
               EVALUATE TRUE
                   WHEN HEV-TRANSFER
                       MOVE 'O'          TO WS-TRANSFER-SIDE
                       MOVE HEV-OLD-DEPT TO WS-TARGET-DEPT
                       PERFORM 2300-DELIVER-ONE THRU 2300-EXIT
                       MOVE 'I'          TO WS-TRANSFER-SIDE
                       MOVE HEV-NEW-DEPT TO WS-TARGET-DEPT
                       PERFORM 2300-DELIVER-ONE THRU 2300-EXIT
                   WHEN HEV-TERMINATION
                       MOVE HEV-OLD-DEPT TO WS-TARGET-DEPT
                       PERFORM 2300-DELIVER-ONE THRU 2300-EXIT
                   WHEN HEV-HIRE
                     OR HEV-SALARY-CHANGE
                     OR HEV-LEAVE
                     OR HEV-RETURN
                       MOVE HEV-NEW-DEPT TO WS-TARGET-DEPT
                       PERFORM 2300-DELIVER-ONE THRU 2300-EXIT
                   WHEN OTHER
                       MOVE SPACES TO WS-TARGET-DEPT
                                      WS-TARGET-MGRNO
                       MOVE 'UNKNOWN EVENT TYPE' TO WS-ROUTE-REASON
                       PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               END-EVALUATE
               PERFORM 2100-READ-HREVENT THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-READ-HREVENT.
           READ HREVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SET-EVENT-NAME.
           EVALUATE TRUE
               WHEN HEV-HIRE
                   MOVE 'NEW HIRE'              TO WS-EVENT-NAME
               WHEN HEV-TERMINATION
                   MOVE 'TERMINATION'           TO WS-EVENT-NAME
               WHEN HEV-TRANSFER
                   MOVE 'TRANSFER'              TO WS-EVENT-NAME
               WHEN HEV-SALARY-CHANGE
                   MOVE 'SALARY CHANGE'         TO WS-EVENT-NAME
               WHEN HEV-LEAVE
                   MOVE 'LEAVE OF ABSENCE'      TO WS-EVENT-NAME
               WHEN HEV-RETURN
                   MOVE 'RETURN FROM LEAVE'     TO WS-EVENT-NAME
               WHEN OTHER
                   MOVE SPACES                  TO WS-EVENT-NAME
                   MOVE HEV-EVENT-TYPE          TO WS-EVENT-NAME
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DELIVER-ONE - MANAGER OF WS-TARGET-DEPT FROM THE          *
      *                    DEPARTMENT TABLE; A DELIVERABLE EVENT IS    *
      *                    BUILT INTO A NOTE AND WRITTEN TO THE TRAY,  *
      *                    ANYTHING ELSE GOES ON THE EXCEPTION REPORT  *
      ******************************************************************
       2300-DELIVER-ONE.
           MOVE SPACES TO WS-ROUTE-REASON
                          WS-TARGET-MGRNO.
           IF WS-DEPT-COUNT EQUAL ZERO
               MOVE 'DEPT NOT ON DEPTMST' TO WS-ROUTE-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           SEARCH ALL WS-DEPT-ENTRY
               AT END
                   MOVE 'DEPT NOT ON DEPTMST' TO WS-ROUTE-REASON
               WHEN WS-DEPT-CODE (WS-DEPT-IDX) EQUAL WS-TARGET-DEPT
                   PERFORM 2350-CHECK-DEPT-MANAGER THRU 2350-EXIT
           END-SEARCH.
           IF WS-ROUTE-REASON NOT EQUAL SPACES
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2400-BUILD-NOTE  THRU 2400-EXIT.
           PERFORM 2500-WRITE-NOTE  THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

       2350-CHECK-DEPT-MANAGER.
           IF WS-DEPT-ACTIVE-FLAG (WS-DEPT-IDX) NOT EQUAL 'A'
               MOVE 'DEPARTMENT RETIRED' TO WS-ROUTE-REASON
               GO TO 2350-EXIT
           END-IF.
           IF WS-DEPT-MGRNO (WS-DEPT-IDX) EQUAL SPACES
               MOVE 'VACANT MANAGER SLOT' TO WS-ROUTE-REASON
               GO TO 2350-EXIT
           END-IF.
           MOVE WS-DEPT-MGRNO (WS-DEPT-IDX) TO WS-TARGET-MGRNO.
      *    A MANAGER WHO HAS LEFT WOULD ONLY COLLECT AN ORPHANED NOTE.
           MOVE WS-TARGET-MGRNO TO EMPNO OF DCLEMP.
           READ EMP-FILE
               INVALID KEY
                   MOVE 'MANAGER NOT ON EMP MASTER' TO WS-ROUTE-REASON
           END-READ.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2400-BUILD-NOTE - STANDARD SUBJECT AND A ONE-SENTENCE SUMMARY  *
      *                   OF THE CHANGE IN NOTE-TEXT                   *
      ******************************************************************
       2400-BUILD-NOTE.
           MOVE SPACES           TO DCLMSGINTRAY.
           MOVE WS-TARGET-MGRNO  TO EMPNO OF DCLMSGINTRAY.
           MOVE 'HREVENT'        TO MSG-SOURCE OF DCLMSGINTRAY.
           STRING 'HR EVENT: ' DELIMITED BY SIZE
                  WS-EVENT-NAME DELIMITED BY '  '
                  ' - EMPNO ' HEV-EMPNO DELIMITED BY SIZE
               INTO SUBJECT OF DCLMSGINTRAY.

           PERFORM 2450-TRIM-VALUES THRU 2450-EXIT.

           MOVE 1 TO WS-NOTE-PTR.
           STRING 'EMPLOYEE ' HEV-EMPNO ' ' DELIMITED BY SIZE
                  HEV-FIRSTNME DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  HEV-LASTNAME DELIMITED BY '  '
               INTO NOTE-TEXT OF DCLMSGINTRAY
               WITH POINTER WS-NOTE-PTR.

           EVALUATE TRUE
               WHEN HEV-HIRE
                   STRING ' HAS BEEN HIRED INTO DEPARTMENT '
                          HEV-NEW-DEPT
                          ' AT AN ANNUAL SALARY OF '
                          DELIMITED BY SIZE
                          WS-NEW-TRIM DELIMITED BY SPACE
                       INTO NOTE-TEXT OF DCLMSGINTRAY
                       WITH POINTER WS-NOTE-PTR
               WHEN HEV-TERMINATION
                   STRING ' HAS BEEN TERMINATED FROM DEPARTMENT '
                          HEV-OLD-DEPT
                          DELIMITED BY SIZE
                       INTO NOTE-TEXT OF DCLMSGINTRAY
                       WITH POINTER WS-NOTE-PTR
               WHEN HEV-TRANSFER AND WS-TRANSFER-OUT
                   STRING ' IS TRANSFERRING OUT OF DEPARTMENT '
                          HEV-OLD-DEPT
                          ' TO DEPARTMENT '
                          HEV-NEW-DEPT
                          DELIMITED BY SIZE
                       INTO NOTE-TEXT OF DCLMSGINTRAY
                       WITH POINTER WS-NOTE-PTR
               WHEN HEV-TRANSFER
                   STRING ' IS TRANSFERRING INTO DEPARTMENT '
                          HEV-NEW-DEPT
                          ' FROM DEPARTMENT '
                          HEV-OLD-DEPT
                          DELIMITED BY SIZE
                       INTO NOTE-TEXT OF DCLMSGINTRAY
                       WITH POINTER WS-NOTE-PTR
               WHEN HEV-SALARY-CHANGE
                   STRING ' OF DEPARTMENT ' HEV-NEW-DEPT
                          ' HAS A SALARY CHANGE FROM '
                          DELIMITED BY SIZE
                          WS-OLD-TRIM DELIMITED BY SPACE
                          ' TO '      DELIMITED BY SIZE
                          WS-NEW-TRIM DELIMITED BY SPACE
                       INTO NOTE-TEXT OF DCLMSGINTRAY
                       WITH POINTER WS-NOTE-PTR
               WHEN HEV-LEAVE
                   STRING ' OF DEPARTMENT ' HEV-NEW-DEPT
                          ' IS GOING ON LEAVE OF ABSENCE'
                          DELIMITED BY SIZE
                       INTO NOTE-TEXT OF DCLMSGINTRAY
                       WITH POINTER WS-NOTE-PTR
               WHEN HEV-RETURN
                   STRING ' OF DEPARTMENT ' HEV-NEW-DEPT
                          ' IS RETURNING FROM LEAVE TO ACTIVE STATUS'
                          DELIMITED BY SIZE
                       INTO NOTE-TEXT OF DCLMSGINTRAY
                       WITH POINTER WS-NOTE-PTR
           END-EVALUATE.

           STRING ' EFFECTIVE ' HEV-EFFECTIVE-DATE '.'
                  ' (RECORDED BY ' DELIMITED BY SIZE
                  HEV-SOURCE-PROGRAM DELIMITED BY SPACE
                  '.)' DELIMITED BY SIZE
               INTO NOTE-TEXT OF DCLMSGINTRAY
               WITH POINTER WS-NOTE-PTR.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2450-TRIM-VALUES - EDITED SALARIES ARRIVE RIGHT-JUSTIFIED;     *
      *                    DROP THE LEADING BLANKS FOR THE NOTE TEXT   *
      ******************************************************************
       2450-TRIM-VALUES.
           MOVE SPACES TO WS-OLD-TRIM
                          WS-NEW-TRIM.
           IF HEV-OLD-VALUE NOT EQUAL SPACES
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT HEV-OLD-VALUE TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES
               MOVE HEV-OLD-VALUE (WS-LEAD-SPACES + 1:) TO WS-OLD-TRIM
           END-IF.
           IF HEV-NEW-VALUE NOT EQUAL SPACES
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT HEV-NEW-VALUE TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES
               MOVE HEV-NEW-VALUE (WS-LEAD-SPACES + 1:) TO WS-NEW-TRIM
           END-IF.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-NOTE - KEY THE NOTE ON THE EVENT TIMESTAMP AND      *
      *                   WRITE IT, STEPPING PAST ANY OTHER NOTE THE   *
      *                   MANAGER ALREADY HOLDS AT THAT KEY            *
      ******************************************************************
       2500-WRITE-NOTE.
           IF HEV-TIMESTAMP NOT EQUAL SPACES
               AND HEV-TIMESTAMP (21:6) IS NUMERIC
               MOVE HEV-TIMESTAMP    TO WS-NOTE-RECEIVED
           ELSE
               MOVE WS-RUN-TIMESTAMP TO WS-NOTE-RECEIVED
           END-IF.
           MOVE DCLMSGINTRAY TO WS-NOTE-SAVE.
           MOVE ZERO TO WS-TRY-COUNT.
           MOVE 'N'  TO WS-WRITE-DONE-SW.
           PERFORM 2510-TRY-WRITE THRU 2510-EXIT
               UNTIL WS-WRITE-DONE.
       2500-EXIT.
           EXIT.

       2510-TRY-WRITE.
           MOVE WS-NOTE-SAVE     TO DCLMSGINTRAY.
           MOVE WS-NOTE-RECEIVED TO MSG-RECEIVED OF DCLMSGINTRAY.
           WRITE DCLMSGINTRAY
               INVALID KEY
                   PERFORM 2520-CHECK-COLLISION THRU 2520-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-NOTES-WRITTEN
                   MOVE 'Y' TO WS-WRITE-DONE-SW
           END-WRITE.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2520-CHECK-COLLISION - THE SAME NOTE AT THE KEY IS A RERUN'S   *
      *                        EARLIER DELIVERY; A DIFFERENT NOTE      *
      *                        MOVES THIS ONE ON A MICROSECOND         *
      ******************************************************************
       2520-CHECK-COLLISION.
           MOVE WS-TARGET-MGRNO  TO MSGTRAY-KEY-EMPNO.
           MOVE WS-NOTE-RECEIVED TO MSGTRAY-KEY-RECEIVED.
           READ MSGTRAY-FILE
               INVALID KEY
                   MOVE SPACES TO DCLMSGINTRAY
           END-READ.
           IF DCLMSGINTRAY (33:3072) EQUAL WS-NOTE-SAVE (33:3072)
               ADD 1 TO WS-NOTES-ALREADY
               MOVE 'Y' TO WS-WRITE-DONE-SW
               GO TO 2520-EXIT
           END-IF.

           ADD 1 TO WS-TRY-COUNT.
           IF WS-TRY-COUNT > WS-TRY-MAX
               OR WS-RCV-MICRO EQUAL 999999
               MOVE 'KEY IN USE AT MANAGER' TO WS-ROUTE-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               MOVE 'Y' TO WS-WRITE-DONE-SW
               GO TO 2520-EXIT
           END-IF.
           ADD 1 TO WS-RCV-MICRO.
       2520-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE HEV-EMPNO          TO RD-EMPNO.
           MOVE WS-EVENT-NAME      TO RD-EVENT.
           IF WS-TRANSFER-OUT
               MOVE 'TRANSFER (LOSING MGR)'  TO RD-EVENT
           END-IF.
           IF WS-TRANSFER-IN
               MOVE 'TRANSFER (GAINING MGR)' TO RD-EVENT
           END-IF.
           MOVE HEV-EFFECTIVE-DATE TO RD-EFFECTIVE.
           MOVE WS-TARGET-DEPT     TO RD-DEPT.
           MOVE WS-TARGET-MGRNO    TO RD-MGRNO.
           MOVE WS-ROUTE-REASON    TO RD-REASON.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - TOTALS, THEN EMPTY HREVENT SO THE NEXT CYCLE   *
      *                 STARTS CLEAN.  A RUN THAT COULD NOT OPEN ITS   *
      *                 FILES LEAVES HREVENT ALONE FOR THE RERUN.      *
      ******************************************************************
       3000-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EVENTS-READ    TO RT-EVENTS-READ.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-RD.
           MOVE WS-NOTES-WRITTEN  TO RT-NOTES-WRITTEN.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-WR.
           MOVE WS-NOTES-ALREADY  TO RT-NOTES-ALREADY.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-AL.
           MOVE WS-EXCEPTIONS     TO RT-EXCEPTIONS.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-EX.

           CLOSE HREVENT-FILE
                 EMP-FILE
                 MSGTRAY-FILE
                 RPT-FILE.

           IF NOT WS-ABORT
               OPEN OUTPUT HREVENT-FILE
               CLOSE HREVENT-FILE
           END-IF.

           MOVE 'E'              TO RUNLOG-EVENT.
           MOVE WS-EVENTS-READ   TO RUNLOG-ROWS-IN.
           MOVE WS-NOTES-WRITTEN TO RUNLOG-ROWS-OUT.
           MOVE WS-EXCEPTIONS    TO RUNLOG-ROWS-REJECT.
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 'ERR' TO RUNLOG-STATUS
                   MOVE 8     TO RETURN-CODE
               WHEN WS-EXCEPTIONS > ZERO
                   MOVE 'EXC' TO RUNLOG-STATUS
                   MOVE 4     TO RETURN-CODE
               WHEN OTHER
                   MOVE 'OK'  TO RUNLOG-STATUS
           END-EVALUATE.
           PERFORM 8000-WRITE-RUNLOG THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RUNLOG - APPEND ONE EVENT TO THE SHARED RUN LOG     *
      ******************************************************************
       8000-WRITE-RUNLOG.
           MOVE 'MSGEVENT' TO RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-TIME TO RUNLOG-RUN-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-OK
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'MSGEVENT: UNABLE TO OPEN RUNLOG, STATUS='
                       WS-RUNLOG-STATUS
           END-IF.
       8000-EXIT.
           EXIT.
