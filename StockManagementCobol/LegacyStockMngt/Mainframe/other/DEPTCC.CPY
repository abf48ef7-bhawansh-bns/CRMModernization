      ******************************************************************
      * DEPTCC - DEPARTMENT TO COST-CENTER MAPPING RECORD, KEYED BY    *
      *          DEPARTMENT CODE THE SAME WAY AS DEPTMST.  TELLS THE   *
      *          GLLABOR JOURNAL EXTRACT WHICH GENERAL-LEDGER COST     *
      *          CENTER EACH WORKDEPT POSTS TO, THE EXPENSE ACCOUNT    *
      *          FOR EACH COST TYPE (SALARY, BONUS, COMMISSION) AND    *
      *          THE ACCRUAL ACCOUNT THE OFFSETTING CREDITS GO TO.     *
      *          KEPT BY FINANCE; A WORKDEPT WITH NO ROW HERE CANNOT   *
      *          BE POSTED AND IS REPORTED AS AN EXCEPTION.            *
      ******************************************************************
       01  DEPTCC-RECORD.
           05  DCC-DEPTNO               PIC X(03).
           05  DCC-COST-CENTER          PIC X(06).
           05  DCC-SALARY-ACCT          PIC X(08).
           05  DCC-BONUS-ACCT           PIC X(08).
           05  DCC-COMM-ACCT            PIC X(08).
           05  DCC-ACCRUAL-ACCT         PIC X(08).
