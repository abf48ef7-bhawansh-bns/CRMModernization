      *     MASTER AND REJECTED IF THE EMPNO IS NOT ON IT; 'T' AND 'R' *
      *     ARE ACCEPTED REGARDLESS, BECAUSE A TERMINATED EMPLOYEE MAY *
      *     ALREADY HAVE BEEN DELETED FROM THE MASTER BY EMPUPDT.      *
      *     A CHANGE THAT PUTS AN EMPLOYEE ON LEAVE, OR BRINGS THEM    *
      *     BACK FROM LEAVE TO ACTIVE, IS ALSO APPENDED TO THE SHARED  *
      *     HREVENT FILE SO MSGEVENT CAN NOTIFY THE MANAGER.           *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.                                          *
      *   08/21/2026 RAK  INITIAL VERSION.                             *
      *   08/21/2026 RAK  WRITE START/COMPLETION EVENTS TO THE         *
      *                   SHARED RUNLOG FILE.                          *
      *   10/15/2026 RAK  LEAVE AND RETURN-FROM-LEAVE CHANGES APPEND   *
      *                   AN HREVENT ROW FOR MSGEVENT'S MANAGER        *
      *                   IN-TRAY NOTIFICATIONS.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL HREVENT-FILE ASSIGN TO HREVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREVENT-STATUS.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  HREVENT-FILE
           RECORDING MODE IS F.
           COPY HREVENT.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.
           88  WS-TRAN-OK                        VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HREVENT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-HREVENT-OK                     VALUES '00' '05'.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-TRAN-REJECTED              VALUE 'Y'.
           05  WS-ONFILE-SW            PIC X(01) VALUE 'N'.
               88  WS-STAT-ONFILE                VALUE 'Y'.
           05  WS-HREVENT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-HREVENT-OPEN               VALUE 'Y'.

       01  WS-TEST-CODE                PIC X(01).
           88  WS-TEST-CODE-VALID                VALUES 'A' 'L'
                                                        'T' 'R'.
       01  WS-OLD-CODE                 PIC X(01).
       01  WS-OLD-VALUE                PIC X(15).
       01  WS-NEW-VALUE                PIC X(15).

                       WS-TRAN-STATUS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *    HREVENT IS SHARED WITH EMPUPDT AND EMPTIED BY MSGEVENT, SO
      *    IT IS ALWAYS EXTENDED.
           OPEN EXTEND HREVENT-FILE.
           IF WS-HREVENT-OK
               MOVE 'Y' TO WS-HREVENT-OPEN-SW
           ELSE
               DISPLAY 'EMPSMNT: UNABLE TO OPEN HREVENT, STATUS='
                       WS-HREVENT-STATUS
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
           MOVE SPACES TO RPT-LINE.
                   MOVE 'Y' TO WS-ONFILE-SW
           END-READ.

           MOVE SPACES TO WS-OLD-VALUE
                          WS-OLD-CODE.
           IF WS-STAT-ONFILE
               MOVE STAT-CODE TO WS-OLD-CODE
               STRING STAT-CODE ' ' STAT-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-OLD-VALUE
           ELSE
           MOVE WS-OLD-VALUE   TO RD-OLD-STATUS.
           MOVE WS-NEW-VALUE   TO RD-NEW-STATUS.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           IF STRN-CODE EQUAL 'L' AND WS-OLD-CODE NOT EQUAL 'L'
               MOVE SPACES TO HREVENT-RECORD
               MOVE 'L'    TO HEV-EVENT-TYPE
               PERFORM 2400-WRITE-HR-EVENT THRU 2400-EXIT
           END-IF.
           IF STRN-CODE EQUAL 'A' AND WS-OLD-CODE EQUAL 'L'
               MOVE SPACES TO HREVENT-RECORD
               MOVE 'R'    TO HEV-EVENT-TYPE
               PERFORM 2400-WRITE-HR-EVENT THRU 2400-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-HR-EVENT - LEAVE/RETURN NOTIFICATION.  'A' AND 'L'  *
      *                       TRANSACTIONS HAVE ALREADY READ THE EMP   *
      *                       MASTER IN 2200, SO THE NAME AND WORKDEPT *
      *                       ARE IN DCLEMP                            *
      ******************************************************************
       2400-WRITE-HR-EVENT.
           IF NOT WS-HREVENT-OPEN
               GO TO 2400-EXIT
           END-IF.
           MOVE STRN-EMPNO              TO HEV-EMPNO.
           MOVE LASTNAME-TEXT OF DCLEMP TO HEV-LASTNAME.
           MOVE FIRSTNME-TEXT OF DCLEMP TO HEV-FIRSTNME.
           MOVE WORKDEPT OF DCLEMP      TO HEV-NEW-DEPT.
           MOVE WS-OLD-VALUE            TO HEV-OLD-VALUE.
           MOVE WS-NEW-VALUE            TO HEV-NEW-VALUE.
           MOVE STRN-EFFECTIVE-DATE     TO HEV-EFFECTIVE-DATE.
           MOVE STRN-TIMESTAMP          TO HEV-TIMESTAMP.
           MOVE 'EMPSMNT'               TO HEV-SOURCE-PROGRAM.
           WRITE HREVENT-RECORD.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT                                              *
      ******************************************************************
                 TRAN-FILE
                 AUDIT-FILE
                 RPT-FILE.
           IF WS-HREVENT-OPEN
               CLOSE HREVENT-FILE
           END-IF.

           MOVE 'E'               TO RUNLOG-EVENT.
           MOVE WS-TRANS-READ     TO RUNLOG-ROWS-IN.
