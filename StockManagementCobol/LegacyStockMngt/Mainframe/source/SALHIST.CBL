      *-----------------------------------------------------------------
      * REMARKS.                                                       *
      *     READS THE AUDIT FILE WRITTEN BY EMPUPDT AND ANSWERS "WHAT  *
      *     WAS WORKDEPT/SALARY/BONUS/COMM - AND JOB, EDLEVEL, NAME    *
      *     AND PHONENO - FOR ONE EMPLOYEE AS OF A GIVEN DATE" FOR     *
      *     THE EMPNO AND AS-OF TIMESTAMP NAMED ON THE                 *
      *     CONTROL CARD.  AUDIT ROWS FOR THAT EMPNO ARE SORTED INTO   *
      *     TIMESTAMP ORDER AND SCANNED FORWARD; THE LAST NEW-VALUE    *
      *     SEEN AT OR BEFORE THE AS-OF TIMESTAMP, PER FIELD, IS THE   *
      *   08/09/2026 RAK  INITIAL VERSION.                             *
      *   08/21/2026 RAK  WRITE START/COMPLETION EVENTS TO THE         *
      *                   SHARED RUNLOG FILE.                          *
      *   10/15/2026 RAK  REPORT JOB, EDLEVEL, FIRSTNME, MIDINIT,      *
      *                   LASTNAME AND PHONENO HISTORY ALONGSIDE THE   *
      *                   PAY FIELDS.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALHIST.
           05  FILLER  PIC X(10) VALUE 'SALARY'.
           05  FILLER  PIC X(10) VALUE 'BONUS'.
           05  FILLER  PIC X(10) VALUE 'COMM'.
           05  FILLER  PIC X(10) VALUE 'JOB'.
           05  FILLER  PIC X(10) VALUE 'EDLEVEL'.
           05  FILLER  PIC X(10) VALUE 'FIRSTNME'.
           05  FILLER  PIC X(10) VALUE 'MIDINIT'.
           05  FILLER  PIC X(10) VALUE 'LASTNAME'.
           05  FILLER  PIC X(10) VALUE 'PHONENO'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-VALUES.
           05  WS-FIELD-ENTRY OCCURS 10 TIMES INDEXED BY WS-FLD-IDX.
               10  WS-FIELD-NAME        PIC X(10).

       01  WS-FIELD-COUNT               PIC S9(04) USAGE COMP VALUE 10.
       01  WS-ANSWER-TABLE.
           05  WS-ANSWER-ENTRY OCCURS 10 TIMES INDEXED BY WS-ANS-IDX.
               10  WS-ANSWER-VALUE      PIC X(15) VALUE SPACES.
               10  WS-ANSWER-FOUND-SW   PIC X(01) VALUE 'N'.
                   88  WS-ANSWER-FOUND            VALUE 'Y'.
