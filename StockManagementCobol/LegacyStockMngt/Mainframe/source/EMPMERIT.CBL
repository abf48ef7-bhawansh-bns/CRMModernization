      *     TYPE 'C' EMPCHG TRANSACTION SO THE CHANGES FLOW THROUGH    *
      *     EMPUPDT AND ITS AUDIT TRAIL LIKE ANY HAND-KEYED CHANGE.    *
      *     RUN MODE 'S' IS A SIMULATION - THE FULL REPORT IS PRODUCED *
      *     BUT NO EMPCHG TRANSACTIONS ARE WRITTEN; THE SAME CARDS GO  *
      *     TO THE MERITSIM FILE INSTEAD, WHICH NOTHING APPLIES, SO    *
      *     BUDGVAR CAN PRICE THE PLANNED CUT AGAINST DEPARTMENT       *
      *     BUDGETS BEFORE IT IS RUN FOR REAL.  THE RUN CARD'S SALARY  *
      *     CAP IS HONOURED PER EMPLOYEE (A COMPUTED SALARY ABOVE THE  *
      *     CAP IS CLAMPED AND FLAGGED), AND THE CAP ITSELF CAN NEVER  *
      *     EXCEED THE SALARY LIMIT EMPEDIT ENFORCES, SO NO RUN CAN    *
      *                   SHARED RUNLOG FILE.                          *
      *   09/02/2026 RAK  ZERO THE NEW EMPCHG RETRY COUNT ON WRITTEN   *
      *                   TRANSACTIONS.                                *
      *   10/15/2026 RAK  SIMULATION MODE WRITES ITS TRANSACTIONS TO   *
      *                   MERITSIM FOR THE BUDGET VARIANCE REPORT.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMERIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT SIM-FILE      ASSIGN TO MERITSIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT RPT-FILE      ASSIGN TO MERITRPT

       FD  CHG-FILE
           RECORDING MODE IS F.
       01  CHG-RECORD                  PIC X(136).

       FD  SIM-FILE
           RECORDING MODE IS F.
       01  SIM-RECORD                  PIC X(136).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           88  WS-CTL-OK                         VALUE '00'.
           88  WS-CTL-EOF                        VALUE '10'.
       01  WS-CHG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SIM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
                                        USAGE COMP-3 VALUE 500000.00.
       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

      ******************************************************************
      * THE TRANSACTION BEING BUILT, FOR EMPCHG OR MERITSIM BY MODE    *
      ******************************************************************
       COPY EMPCHG.

      ******************************************************************
      * MERIT RULE TABLE - FIRST MATCHING RULE WINS                    *
      ******************************************************************
           05  WS-ROWS-MATCHED         PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-ROWS-CAPPED          PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-TRANS-WRITTEN        PIC S9(07) USAGE COMP VALUE ZERO.
           05  WS-SIM-WRITTEN          PIC S9(07) USAGE COMP VALUE ZERO.

       01  WS-DEPT-DELTA               PIC S9(9)V9(2)
                                        USAGE COMP-3 VALUE ZERO.
               'EMPMERIT - MASS MERIT INCREASE RUN'.
       01  WS-RPT-MODE-SIM.
           05  FILLER  PIC X(44) VALUE
               'MODE: SIMULATION - CARDS TO MERITSIM ONLY'.
       01  WS-RPT-MODE-UPD.
           05  FILLER  PIC X(44) VALUE
               'MODE: UPDATE - EMPCHG TRANSACTIONS WRITTEN'.
       01  WS-RPT-TOTALS-TW.
           05  FILLER  PIC X(20) VALUE 'TRANSACTIONS WRITTEN'.
           05  RT-TRANS-WRITTEN        PIC ZZZ,ZZ9.
       01  WS-RPT-TOTALS-SW.
           05  FILLER  PIC X(20) VALUE 'SIMULATED TRANS.....'.
           05  RT-SIM-WRITTEN          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT RPT-FILE.
           IF WS-UPDATING
               OPEN OUTPUT CHG-FILE
           ELSE
               OPEN OUTPUT SIM-FILE
           END-IF.

           WRITE RPT-LINE FROM WS-RPT-HEADING-1.
      ******************************************************************
      * 3000-PRODUCE-REPORT - CONTROL-BREAK ON WORKDEPT; IN UPDATE     *
      *                       MODE EACH DETAIL ALSO WRITES ITS EMPCHG  *
      *                       TRANSACTION, IN SIMULATION MODE THE SAME *
      *                       CARD GOES TO MERITSIM                    *
      ******************************************************************
       3000-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
                   MOVE SORT-WORKDEPT TO WS-PRIOR-WORKDEPT
               END-IF
               PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
               PERFORM 3300-WRITE-EMPCHG THRU 3300-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM.
           IF NOT WS-FIRST-REC
           MOVE SORT-NEW-BONUS     TO CHG-BONUS.
           MOVE WS-RUN-TIMESTAMP   TO CHG-TIMESTAMP.
           MOVE ZERO               TO CHG-RETRY-COUNT.
           IF WS-UPDATING
               WRITE CHG-RECORD FROM EMPCHG-RECORD
               ADD 1 TO WS-TRANS-WRITTEN
           ELSE
               WRITE SIM-RECORD FROM EMPCHG-RECORD
               ADD 1 TO WS-SIM-WRITTEN
           END-IF.
       3300-EXIT.
           EXIT.

           WRITE RPT-LINE FROM WS-RPT-TOTALS-CP.
           MOVE WS-TRANS-WRITTEN TO RT-TRANS-WRITTEN.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-TW.
           MOVE WS-SIM-WRITTEN   TO RT-SIM-WRITTEN.
           WRITE RPT-LINE FROM WS-RPT-TOTALS-SW.

           IF WS-UPDATING
               CLOSE CHG-FILE
           ELSE
               CLOSE SIM-FILE
           END-IF.
           CLOSE RPT-FILE.

