      ******************************************************************
      * APPRPEND - PENDING-APPROVAL RECORD FOR THE EMPAPPR DUAL-       *
      *            CONTROL STEP.  A 'C' OR 'A' TRANSACTION WHOSE       *
      *            SALARY MOVE EXCEEDS THE CONTROL-CARD PERCENTAGE, OR *
      *            WHICH LANDS OUTSIDE THE JOB'S SALBAND MINIMUM/      *
      *            MAXIMUM, IS HELD HERE IN ITS FULL EMPCHG IMAGE WITH *
      *            THE DATE IT WAS FIRST HELD AND THE HOLD REASON,     *
      *            UNTIL A VALID APPROVAL RECORD RELEASES IT OR IT     *
      *            AGES PAST THE EXPIRY LIMIT AND DROPS TO EMPSUSP.    *
      ******************************************************************
       01  APPRPEND-RECORD.
           05  APND-TRAN-IMAGE          PIC X(136).
           05  APND-HELD-DATE           PIC X(10).
           05  APND-HOLD-REASON         PIC X(40).
