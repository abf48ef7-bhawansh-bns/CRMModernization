      ******************************************************************
      * HREVENT - HR EVENT RECORD.  ONE ROW PER APPLIED CHANGE A       *
      *           DEPARTMENT MANAGER SHOULD HEAR ABOUT: EMPUPDT WRITES *
      *           HIRES, TERMINATIONS, WORKDEPT TRANSFERS AND SALARY   *
      *           CHANGES, EMPSMNT WRITES LEAVE AND RETURN-FROM-LEAVE  *
      *           STATUS CHANGES.  BOTH APPEND TO THE SHARED HREVENT   *
      *           FILE; MSGEVENT TURNS EACH ROW INTO A NOTE IN THE     *
      *           MANAGER'S MSG_IN_TRAY.  A TRANSFER CARRIES BOTH THE  *
      *           LOSING (OLD) AND GAINING (NEW) DEPARTMENT; THE OTHER *
      *           EVENTS CARRY THE ONE DEPARTMENT IN HEV-NEW-DEPT      *
      *           (HEV-OLD-DEPT FOR A TERMINATION).  OLD/NEW VALUE ARE *
      *           THE EDITED SALARIES OR STATUS CODES, AS APPLICABLE.  *
      ******************************************************************
       01  HREVENT-RECORD.
           05  HEV-EVENT-TYPE           PIC X(01).
               88  HEV-HIRE                       VALUE 'H'.
               88  HEV-TERMINATION                VALUE 'T'.
               88  HEV-TRANSFER                   VALUE 'X'.
               88  HEV-SALARY-CHANGE              VALUE 'S'.
               88  HEV-LEAVE                      VALUE 'L'.
               88  HEV-RETURN                     VALUE 'R'.
           05  HEV-EMPNO                PIC X(06).
           05  HEV-LASTNAME             PIC X(15).
           05  HEV-FIRSTNME             PIC X(12).
           05  HEV-OLD-DEPT             PIC X(03).
           05  HEV-NEW-DEPT             PIC X(03).
           05  HEV-OLD-VALUE            PIC X(15).
           05  HEV-NEW-VALUE            PIC X(15).
           05  HEV-EFFECTIVE-DATE       PIC X(10).
           05  HEV-TIMESTAMP            PIC X(26).
           05  HEV-SOURCE-PROGRAM       PIC X(08).
