      ******************************************************************
      * GLJRNL - FIXED-WIDTH, ZONED-DECIMAL GENERAL-LEDGER JOURNAL     *
      *          LAYOUT WRITTEN BY GLLABOR.  ONE DEBIT DETAIL ROW PER  *
      *          WORKDEPT PER COST TYPE TO THE MAPPED EXPENSE ACCOUNT, *
      *          EACH FOLLOWED BY ITS OFFSETTING ACCRUAL CREDIT ROW,   *
      *          THEN A SINGLE TRAILER ROW CARRYING THE LINE COUNT AND *
      *          THE DEBIT AND CREDIT CONTROL TOTALS FINANCE CHECKS    *
      *          BEFORE THEY LOAD THE BATCH.  BOTH RECORDS ARE THE     *
      *          SAME LENGTH SO THE FILE IS TRUE FIXED-BLOCK.          *
      ******************************************************************
       01  GLJRNL-DETAIL.
           05  GLD-REC-TYPE             PIC X(01).
               88  GLD-IS-DETAIL                 VALUE 'D'.
           05  GLD-PERIOD               PIC X(07).
           05  GLD-COST-CENTER          PIC X(06).
           05  GLD-GL-ACCOUNT           PIC X(08).
           05  GLD-WORKDEPT             PIC X(03).
           05  GLD-COST-TYPE            PIC X(01).
               88  GLD-COST-SALARY               VALUE 'S'.
               88  GLD-COST-BONUS                VALUE 'B'.
               88  GLD-COST-COMM                 VALUE 'C'.
           05  GLD-DR-CR                PIC X(01).
               88  GLD-IS-DEBIT                  VALUE 'D'.
               88  GLD-IS-CREDIT                 VALUE 'C'.
           05  GLD-AMOUNT               PIC S9(09)V9(2).
           05  GLD-DESCRIPTION          PIC X(20).

       01  GLJRNL-TRAILER.
           05  GLT-REC-TYPE             PIC X(01).
               88  GLT-IS-TRAILER                VALUE 'T'.
           05  GLT-PERIOD               PIC X(07).
           05  GLT-LINE-COUNT           PIC 9(07).
           05  GLT-TOTAL-DEBITS         PIC S9(11)V9(2).
           05  GLT-TOTAL-CREDITS        PIC S9(11)V9(2).
           05  GLT-FILLER               PIC X(17).
