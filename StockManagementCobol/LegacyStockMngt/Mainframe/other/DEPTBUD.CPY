      ******************************************************************
      * DEPTBUD - DEPARTMENT PAYROLL BUDGET RECORD, KEYED BY WORKDEPT  *
      *           AND FISCAL YEAR.  CARRIES WHAT THE DEPARTMENT IS     *
      *           ALLOWED TO SPEND IN THE YEAR ON SALARY, BONUS AND    *
      *           COMMISSION, AND ITS BUDGETED HEADCOUNT.  MAINTAINED  *
      *           BY BUDGMNT TRANSACTION; BUDGVAR READS IT TO SET THE  *
      *           ANNUALIZED EMPMSTR PAYROLL AGAINST THE BUDGET.       *
      ******************************************************************
       01  DEPTBUD-RECORD.
           05  DBG-KEY.
               10  DBG-DEPTNO           PIC X(03).
               10  DBG-FISCAL-YEAR      PIC 9(04).
           05  DBG-SALARY-BUDGET        PIC S9(9)V9(2) USAGE COMP-3.
           05  DBG-BONUS-BUDGET         PIC S9(9)V9(2) USAGE COMP-3.
           05  DBG-COMM-BUDGET          PIC S9(9)V9(2) USAGE COMP-3.
           05  DBG-HEADCOUNT-BUDGET     PIC 9(05).
