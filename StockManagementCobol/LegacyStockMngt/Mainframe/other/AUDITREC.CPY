      ******************************************************************
      * AUDITREC - CHANGE-HISTORY RECORD FOR TRACKED DCLEMP FIELDS     *
      *            (WORKDEPT, SALARY, BONUS, COMM, JOB, EDLEVEL,       *
      *            FIRSTNME, MIDINIT, LASTNAME, PHONENO).  ONE ROW IS  *
      *            WRITTEN PER FIELD CHANGED BY EMPUPDT, CARRYING A    *
      *            BEFORE/AFTER IMAGE SO SALHIST CAN ANSWER "WHAT WAS  *
      *            THIS VALUE AS OF A GIVEN DATE".                     *
               88  AUDIT-FLD-SALARY             VALUE 'SALARY'.
               88  AUDIT-FLD-BONUS              VALUE 'BONUS'.
               88  AUDIT-FLD-COMM                VALUE 'COMM'.
               88  AUDIT-FLD-JOB                VALUE 'JOB'.
               88  AUDIT-FLD-EDLEVEL            VALUE 'EDLEVEL'.
               88  AUDIT-FLD-FIRSTNME           VALUE 'FIRSTNME'.
               88  AUDIT-FLD-MIDINIT            VALUE 'MIDINIT'.
               88  AUDIT-FLD-LASTNAME           VALUE 'LASTNAME'.
               88  AUDIT-FLD-PHONENO            VALUE 'PHONENO'.
           05  AUDIT-OLD-VALUE          PIC X(15).
           05  AUDIT-NEW-VALUE          PIC X(15).
           05  AUDIT-TIMESTAMP          PIC X(26).
