      * EMPCHG - TRANSACTION RECORD FOR THE EMP MASTER UPDATE JOB.     *
      *          TRANS-TYPE 'C' CARRIES WORKDEPT/SALARY/BONUS/COMM     *
      *          CHANGES; 'A' CARRIES A FULL DCLEMP IMAGE FOR A NEW    *
      *          HIRE; 'T' TERMINATES THE EMPNO; 'J' CARRIES JOB,      *
      *          EDLEVEL, FIRSTNME/MIDINIT/LASTNAME AND PHONENO        *
      *          CHANGES (PROMOTIONS, DEGREES, NAME CHANGES).  SHARED  *
      *          BY EMPUPDT AND THE JOBS THAT BUILD TRANSACTION FILES  *
      *          FOR IT.                                               *
      *          THE TYPE BYTE LEADS THE RECORD - TRANSACTION FILES    *
      *          BUILT TO THE OLD LAYOUT (EMPNO FIRST) MUST BE REBUILT *
      *          BEFORE THEY ARE FED TO EMPUPDT.                       *
               88  CHG-TRANS-CHANGE              VALUE 'C'.
               88  CHG-TRANS-ADD                 VALUE 'A'.
               88  CHG-TRANS-TERMINATE           VALUE 'T'.
               88  CHG-TRANS-JOB-DATA            VALUE 'J'.
           05  CHG-EMPNO               PIC X(06).
           05  CHG-DETAIL              PIC X(91).
           05  CHG-CHANGE-DETAIL REDEFINES CHG-DETAIL.
                   88  CHG-COMM-APPLY            VALUE 'Y'.
               10  CHG-COMM            PIC S9(7)V9(2) USAGE COMP-3.
               10  FILLER              PIC X(69).
           05  CHG-JOB-DETAIL REDEFINES CHG-DETAIL.
               10  CHG-JOB-IND         PIC X(01).
                   88  CHG-JOB-APPLY             VALUE 'Y'.
               10  CHG-JOB             PIC X(08).
               10  CHG-EDLEVEL-IND     PIC X(01).
                   88  CHG-EDLEVEL-APPLY         VALUE 'Y'.
               10  CHG-EDLEVEL         PIC 9(02).
               10  CHG-FIRSTNME-IND    PIC X(01).
                   88  CHG-FIRSTNME-APPLY        VALUE 'Y'.
               10  CHG-FIRSTNME        PIC X(12).
               10  CHG-MIDINIT-IND     PIC X(01).
                   88  CHG-MIDINIT-APPLY         VALUE 'Y'.
               10  CHG-MIDINIT         PIC X(01).
               10  CHG-LASTNAME-IND    PIC X(01).
                   88  CHG-LASTNAME-APPLY        VALUE 'Y'.
               10  CHG-LASTNAME        PIC X(15).
               10  CHG-PHONENO-IND     PIC X(01).
                   88  CHG-PHONENO-APPLY         VALUE 'Y'.
               10  CHG-PHONENO         PIC X(04).
               10  FILLER              PIC X(43).
           05  CHG-ADD-DETAIL REDEFINES CHG-DETAIL.
               10  CHG-ADD-EMP-IMAGE   PIC X(91).
           05  CHG-TIMESTAMP           PIC X(26).
